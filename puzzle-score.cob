      * scoring reads the edited submission file submission-edit
      * produces from the raw SUBMISSN.DAT, so a mis-keyed batch
      * stops at the edit step instead of polluting the report and
      * the leaderboard counters.  a partner paper's contest is
      * scored from and into files named for the partner
           select submissions-in assign dynamic ws-submissions-name
           organization is line sequential
           file status is ws-submissions-status.

           select report-out assign to 'SCORES.RPT'
           organization is line sequential.

           select leaderboard assign dynamic ws-leader-name
           organization is line sequential
           file status is ws-leaderboard-status.

           select leaderboard-out assign to 'PZLEADER.NEW'
           organization is line sequential.

           select leaderboard-live assign dynamic ws-leader-name
           organization is line sequential.

           select audit-log assign to 'AUDIT.LOG'
           organization is line sequential
           file status is ws-score-hist-status.

           select entrant-score assign dynamic ws-ent-score-name
           organization is line sequential
           file status is ws-ent-score-status.

           select achievement assign to 'ACHIEVE.DAT'
           organization is line sequential
           file status is ws-achieve-status.

           select achieve-out assign to 'ACHIEVE.NEW'
           organization is line sequential.

           select achieve-live assign to 'ACHIEVE.DAT'
           organization is line sequential.

           select milestone-log assign to 'MILESTON.LOG'
           organization is line sequential
           file status is ws-milestone-status.

           select score-ctl assign to 'PZSCORE.CTL'
           organization is line sequential
           file status is ws-score-ctl-status.

           select partner-master assign to 'PARTNER.DAT'
           organization is line sequential
           file status is ws-partner-status.

           select results-out assign dynamic ws-results-name
           organization is line sequential.

           select answer-log assign to 'ANSWER.LOG'
           organization is line sequential
           file status is ws-answer-log-status.

           select errata-file assign to 'ERRATA.DAT'
           organization is line sequential
           file status is ws-errata-status.

           select points-rules assign to 'PZPOINTS.DAT'
           organization is line sequential
           file status is ws-points-status.

       data division.
       file section.
      * reader submissions keyed by entrant: one answer word per
           02 sb-entrant-id pic X(8).
           02 sb-puzzle-date pic X(8).
           02 sb-answer pic X(40).
           02 sb-channel pic X(1).
           02 sb-received pic X(14).

       fd  matches-in.
       01 mat-record.
           02 mat-date pic X(10).
           02 mat-subject pic X(40).
           02 mat-word pic X(40).
           02 mat-publication pic X(2).
      * language master the match came from; spaces on legacy rows
      * and means the primary master
           02 mat-language pic X(2).
      * 'H' marks a hidden-word answer, spaces every other mode's
           02 mat-mode pic X(1).

      * entrant registration master, maintained by entrant-maint -
      * the file that turns a submission's eight-character ID into
           02 en-town pic X(20).
           02 en-join-date pic X(8).
           02 en-active pic X(1).
           02 en-partner pic X(8).

       fd  puzzle-history.
       01 ph-record.
           02 ph-subject pic X(40).
           02 ph-date pic X(8).
           02 ph-publication pic X(2).
      * 'Y' when the puzzle was generated one answer per word
      * family - the family is then scored as a single answer
           02 ph-family pic X(1).
      * the puzzle's dictionary language, whose variant spellings
      * the answers are checked against
           02 ph-language pic X(2).

       fd  word-master.
       copy "word-master.copy".
       fd  report-out.
       01 print-line pic X(100).

      * competition-to-date counts and points; a row written
      * before points were kept has none, and its correct count
      * stands in for them at a point apiece
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

       fd  audit-log.
       copy "audit-data.copy".
           02 es-date pic X(8).
           02 es-entrant-id pic X(8).
           02 es-correct pic 9(5).
           02 es-points pic 9(6).

       fd  achievement.
       01 ach-record pic X(66).

       fd  achieve-out.
       01 ao-record pic X(66).

       fd  achieve-live.
       01 al-record pic X(66).

       fd  milestone-log.
       copy "milestone-data.copy".

      * control card: a partner code scores that paper's edited
      * answers against its own readers, leaderboard and history;
      * no card, or a blank code, scores our own readers
       fd  score-ctl.
       01 sc-record.
           02 sc-partner pic X(8).

       fd  partner-master.
       01 pr-record.
           02 pr-code pic X(8).
           02 pr-name pic X(20).
           02 pr-editions pic X(8).
           02 pr-format pic X(1).

      * results sent back to a partner paper, replaced each scoring
      * run and dated in its header: an 'H' header, a 'D'
      * record per answer with its verdict, an 'L' record per
      * reader in leaderboard order with the contest-to-date
      * counts, and a 'T' trailer counting the D and L records
       fd  results-out.
       01 rs-record.
           02 rs-rec-type pic X(1).
           02 rs-partner pic X(8).
           02 rs-run-date pic X(8).
           02 rs-entrant-id pic X(8).
           02 rs-entrant-name pic X(20).
           02 rs-puzzle-date pic X(8).
           02 rs-answer pic X(40).
           02 rs-verdict pic X(12).
           02 rs-rank pic 9(3).
           02 rs-correct pic 9(5).
           02 rs-incorrect pic 9(5).
           02 rs-not-a-word pic 9(5).
           02 rs-count pic 9(6).

       fd  answer-log.
       copy "anslog-data.copy".

       fd  errata-file.
       copy "errata-data.copy".

       fd  points-rules.
       copy "ptrule-data.copy".

       working-storage section.
       copy "progstat-call.copy".
       copy "rptarch-call.copy".
       copy "manifest-data.copy".
       copy "status-data.copy".
       copy "tablepeak-data.copy".
       copy "achieve-data.copy".
       copy "family-call.copy".
       copy "variant-call.copy".
       01 ws-submissions-status pic XX.
       01 ws-matches-status pic XX.
       01 ws-history-status pic XX.
       01 ws-word-master-status pic XX.
       01 ws-leaderboard-status pic XX.
       01 ws-audit-log-status pic XX.
       01 ws-score-ctl-status pic XX.
       01 ws-partner-status pic XX.
       01 ws-partner pic X(8) value spaces.
       01 ws-partner-found pic X(1) value 'N'.
       01 ws-submissions-name pic X(32) value 'SUBMISSN.EDT'.
       01 ws-leader-name pic X(32) value 'PZLEADER.DAT'.
       01 ws-ent-score-name pic X(32) value 'ENTSCORE.DAT'.
       01 ws-results-name pic X(32) value spaces.
       01 ws-results-count pic 9(6) value 0.
       01 ws-answer-log-status pic XX.
       01 ws-errata-status pic XX.

      * answers upheld on dispute, correct for their puzzle date
      * whether or not the day's matches carry them
       78  ws-max-errata value 200.
       01 ws-errata-count pic 9(3) value 0.
       01 ws-errata-table.
           02 ws-errata-entry occurs ws-max-errata times.
               05 ws-ea-date pic X(8).
               05 ws-ea-answer pic X(40).
       01 ws-ea pic 9(3).

      * the points rules, with how many correct answers each row
      * paid out this run for the points table on the report
       01 ws-points-status pic XX.
       78  ws-max-rules value 40.
       01 ws-rule-count pic 9(2) value 0.
       01 ws-rule-table.
           02 ws-rule-entry occurs ws-max-rules times.
               05 ws-pt-kind pic X(1).
               05 ws-pt-low pic 9(2).
               05 ws-pt-high pic 9(2).
               05 ws-pt-points pic 9(3).
               05 ws-pt-answers pic 9(5).
       01 ws-pt pic 9(2).
       01 ws-found-pt pic 9(2).
       01 ws-answer-points pic 9(4).
       01 ws-answer-length pic 9(2).
       01 ws-answer-rank pic 9(2).
       01 ws-points-total pic 9(7) value 0.
       01 ws-eof pic X value 'N'.
       01 ws-scan-eof pic X value 'N'.
       01 ws-run-date pic X(8).
       01 ws-lookup-date pic X(8) value spaces.
       01 ws-lookup-subject pic X(40) value spaces.
       01 ws-subject-known pic X value 'N'.
       01 ws-lookup-family pic X value spaces.
       01 ws-lookup-language pic X(2) value spaces.

      * a reader's variant spelling scores as the key's own: the
      * answer and each key word are taken to their headword
      * spellings on VARIANT.DAT and compared there, and a match
      * is reported under the spelling the key printed
       01 ws-answer-spelling pic X(40).
       01 ws-answer-varied pic X.
       01 ws-reader-spelling pic X(40).
       01 ws-variant-match pic X.
       01 ws-key-spelling pic X(40).
       01 ws-variant-count pic 9(5) value 0.
       01 ws-answer-is-match pic X.

      * family keys already credited, per entrant and puzzle date,
      * on a one-answer-per-family puzzle: CATS after CAT is the
      * same answer again and earns nothing more
       78  ws-max-credits value 2000.
       01 ws-credit-count pic 9(4) value 0.
       01 ws-credit-table.
           02 ws-credit-entry occurs ws-max-credits times.
               05 ws-cr-entrant pic X(8).
               05 ws-cr-date pic X(8).
               05 ws-cr-family pic X(40).
       01 ws-cr pic 9(4).
       01 ws-family-credited pic X.
       01 ws-same-family-count pic 9(5) value 0.

       78  ws-max-entrants value 100.
       01 ws-entrant-count pic 9(3) value 0.
       01 ws-entrant-table.
               05 ws-ent-correct pic 9(5).
               05 ws-ent-incorrect pic 9(5).
               05 ws-ent-not-word pic 9(5).
               05 ws-ent-points pic 9(7).

      * registration master held in a table for the per-record
      * check; with no master on file the check degrades to the
               05 ws-reg-id pic X(8).
               05 ws-reg-name pic X(20).
               05 ws-reg-active pic X(1).
               05 ws-reg-partner pic X(8).
       01 ws-r pic 9(3).
       01 ws-found-r pic 9(3).

       01 ws-picked pic X(1) occurs ws-max-entrants times.
       01 ws-rank pic 9(3).

      * every entrant and puzzle date solved this run, taken in date
      * order into the achievement master so a streak grows a day
      * at a time whatever order the batch came in
       01 ws-achieve-status pic XX.
       01 ws-milestone-status pic XX.
       78  ws-max-solved value 2000.
       01 ws-solved-count pic 9(4) value 0.
       01 ws-solved-table.
           02 ws-solved-entry occurs ws-max-solved times.
               05 ws-sv-entrant pic X(8).
               05 ws-sv-date pic X(8).
               05 ws-sv-done pic X(1).
       01 ws-sv pic 9(4).
       01 ws-step-date pic X(8).
       01 ws-prev-puzzle pic X(8).
       01 ws-prev-int pic 9(7).
       01 ws-new-milestones pic 9(5) value 0.

       78  ws-max-achieve value 500.
       01 ws-achieve-count pic 9(3) value 0.
       01 ws-achieve-table.
           02 ws-ach-record pic X(66) occurs ws-max-achieve times.
       01 ws-a pic 9(3).
       01 ws-found-a pic 9(3).

      * the milestone ladders: puzzles solved in all, and puzzles
      * solved in a row
       01 ws-total-ladder-values.
           02 filler pic 9(5) value 25.
           02 filler pic 9(5) value 50.
           02 filler pic 9(5) value 100.
           02 filler pic 9(5) value 250.
           02 filler pic 9(5) value 500.
           02 filler pic 9(5) value 1000.
       01 ws-total-ladder redefines ws-total-ladder-values.
           02 ws-total-step pic 9(5) occurs 6 times.
       01 ws-streak-ladder-values.
           02 filler pic 9(5) value 7.
           02 filler pic 9(5) value 14.
           02 filler pic 9(5) value 30.
           02 filler pic 9(5) value 50.
           02 filler pic 9(5) value 100.
           02 filler pic 9(5) value 365.
       01 ws-streak-ladder redefines ws-streak-ladder-values.
           02 ws-streak-step pic 9(5) occurs 6 times.
       78  ws-ladder-steps value 6.
       01 ws-l pic 9(1).

       procedure division.
       main-line.
           move "PUZZLE-SCORE" to aud-program-id
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           call 'sysdate' using ws-run-date
           perform get-run-parameters
           perform load-entrant-register
           perform load-errata
           perform load-points-rules
           perform open-word-master
           open output report-out
           perform write-report-header
           if ws-partner not = spaces
             and ws-partner-found not = 'Y' then
             set job-error to true
             move spaces to ws-job-message
             string "PARTNER " function trim(ws-partner)
               " NOT ON PARTNER.DAT" delimited by size
               into ws-job-message
           else
           open input submissions-in
           if ws-submissions-status not = '00' then
             set job-warning to true
             move spaces to ws-job-message
             string function trim(ws-submissions-name)
               " NOT FOUND - RUN THE EDIT FIRST"
               delimited by size into ws-job-message
           else
             if ws-partner not = spaces then
               perform open-partner-results
             end-if
             open extend answer-log
             if ws-answer-log-status = '35' then
               open output answer-log
             end-if
             perform until ws-eof = 'Y'
               read submissions-in
                 at end move 'Y' to ws-eof
               end-read
             end-perform
             close submissions-in
             close answer-log
             perform write-entrant-summary
             perform write-points-table
             perform write-score-history
             perform write-entrant-scores
             perform update-leaderboard
             if ws-partner not = spaces then
               perform close-partner-results
             end-if
             perform update-achievements
             perform record-run-manifest
             perform record-table-peaks
             perform set-job-status
           end-if
           end-if
           close report-out
           move "PUZZLE-SCORE" to ra-program-id
           move "SCORES.RPT" to ra-report-name
           call 'report-archive' using ra-program-id, ra-report-name
           perform close-word-master
           display "JOB STATUS: " ws-job-return-code " "
             ws-job-message
             " INCORRECT: " ws-incorrect-count
             " NOT-A-WORD: " ws-not-word-count
             " NOT-ENTRANT: " ws-rejected-count
             " SAME-FAMILY: " ws-same-family-count
             " VARIANT: " ws-variant-count
           display "POINTS: " ws-points-total
           perform write-audit-log
           move ws-job-return-code to return-code
           stop run
           .

       get-run-parameters.
           open input score-ctl
           if ws-score-ctl-status = '00' then
             read score-ctl
               at end continue
               not at end
                 move function upper-case(sc-partner) to ws-partner
             end-read
             close score-ctl
           end-if
           if ws-partner not = spaces then
             perform find-partner
             move spaces to ws-submissions-name
             move spaces to ws-leader-name
             move spaces to ws-ent-score-name
             move spaces to ws-results-name
             string "SUBMISSN." function trim(ws-partner) ".EDT"
               into ws-submissions-name
             string "PZLEADER." function trim(ws-partner) ".DAT"
               into ws-leader-name
             string "ENTSCORE." function trim(ws-partner) ".DAT"
               into ws-ent-score-name
             string "RESULTS." function trim(ws-partner) ".OUT"
               into ws-results-name
           end-if
           .

       find-partner.
           move 'N' to ws-partner-found
           open input partner-master
           if ws-partner-status not = '00' then
             exit paragraph
           end-if
           move 'N' to ws-scan-eof
           perform until ws-scan-eof = 'Y'
             read partner-master
               at end move 'Y' to ws-scan-eof
               not at end
                 if pr-code = ws-partner then
                   move 'Y' to ws-partner-found
                   move 'Y' to ws-scan-eof
                 end-if
             end-read
           end-perform
           close partner-master
           .

       load-entrant-register.
           move 0 to ws-reg-count
           move 'N' to ws-reg-checked
                     move en-id to ws-reg-id(ws-reg-count)
                     move en-name to ws-reg-name(ws-reg-count)
                     move en-active to ws-reg-active(ws-reg-count)
                     move en-partner to ws-reg-partner(ws-reg-count)
                   end-if
               end-read
             end-perform

      * a submission from an ID not on the master (or deactivated)
      * rejects before any scoring - a prize scheme cannot pay out
      * to a code nobody can tie to a person.  nor does a reader
      * registered with one paper score in another's contest
       score-one-answer.
           if ws-reg-checked = 'Y' then
             perform find-registered-entrant
             if ws-found-r = 0
               or ws-reg-active(ws-found-r) not = 'Y'
               or ws-reg-partner(ws-found-r) not = ws-partner then
               add 1 to ws-rejected-count
               move "NOT-ENTRANT" to ws-verdict
               move spaces to print-line
               string "  " sb-entrant-id " " sb-puzzle-date " "
                 sb-answer(1:25) " " ws-verdict into print-line
               write print-line
               if ws-partner not = spaces then
                 move spaces to ws-answer
                 move sb-answer to ws-answer
                 perform write-result-detail
               end-if
               exit paragraph
             end-if
           end-if
           end-if
           move function lower-case(function trim(sb-answer))
             to ws-answer
           move ws-answer to ws-reader-spelling
           move 'N' to ws-variant-match
           move 0 to ws-answer-points
           if ws-subject-known not = 'Y' then
             move "NO-PUZZLE" to ws-verdict
           else
             perform check-answer-in-matches
             if ws-answer-is-match not = 'Y' then
               perform check-answer-in-errata
             end-if
             move 'N' to ws-family-credited
             if ws-answer-is-match = 'Y'
               and ws-lookup-family = 'Y' then
               perform check-family-credit
             end-if
             if ws-answer-is-match = 'Y'
               and ws-family-credited = 'Y' then
               move "SAME-FAMILY" to ws-verdict
               add 1 to ws-same-family-count
             else
             if ws-answer-is-match = 'Y' then
               move "CORRECT" to ws-verdict
               add 1 to ws-correct-count
               perform award-answer-points
               if ws-partner = spaces then
                 perform note-solved-date
               end-if
             else
               perform word-exists-check
               if ws-wm-found not = 'Y'
                 and ws-answer-varied = 'Y' then
                 perform check-variant-on-master
               end-if
               if ws-wm-found = 'Y' then
                 move "INCORRECT" to ws-verdict
                 add 1 to ws-incorrect-count
                 add 1 to ws-not-word-count
               end-if
             end-if
             end-if
           end-if
           perform post-entrant-result
           perform post-date-result
           move spaces to print-line
           if ws-variant-match = 'Y' then
             string "  " sb-entrant-id " " sb-puzzle-date " "
               ws-answer(1:25) " " ws-verdict " SPELT "
               ws-reader-spelling(1:25) into print-line
           else
             string "  " sb-entrant-id " " sb-puzzle-date " "
               ws-answer(1:25) " " ws-verdict into print-line
           end-if
           write print-line
           if ws-partner not = spaces then
             perform write-result-detail
           end-if
           perform log-answer-verdict
           .

       log-answer-verdict.
           move ws-run-date to an-scored-date
           move ws-partner to an-partner
           move sb-entrant-id to an-entrant-id
           move sb-puzzle-date to an-puzzle-date
           move ws-answer to an-answer
           move ws-verdict to an-verdict
           move 0 to an-case-no
           write an-record
           .

       load-errata.
           move 0 to ws-errata-count
           open input errata-file
           if ws-errata-status not = '00' then
             exit paragraph
           end-if
           move 'N' to ws-scan-eof
           perform until ws-scan-eof = 'Y'
             read errata-file
               at end move 'Y' to ws-scan-eof
               not at end
                 if ws-errata-count < ws-max-errata then
                   add 1 to ws-errata-count
                   move ea-puzzle-date to ws-ea-date(ws-errata-count)
                   move function lower-case(function trim(ea-answer))
                     to ws-ea-answer(ws-errata-count)
                 end-if
             end-read
           end-perform
           close errata-file
           .

       check-answer-in-errata.
           perform varying ws-ea from 1 by 1
             until ws-ea > ws-errata-count
               or ws-answer-is-match = 'Y'
             if ws-ea-date(ws-ea) = sb-puzzle-date
               and ws-ea-answer(ws-ea) = ws-answer then
               move 'Y' to ws-answer-is-match
             end-if
           end-perform
           .

       load-points-rules.
           move 0 to ws-rule-count
           open input points-rules
           if ws-points-status not = '00' then
             exit paragraph
           end-if
           move 'N' to ws-scan-eof
           perform until ws-scan-eof = 'Y'
             read points-rules
               at end move 'Y' to ws-scan-eof
               not at end
                 if (pt-length-band or pt-rarity-band)
                   and pt-low is numeric and pt-high is numeric
                   and pt-points is numeric
                   and ws-rule-count < ws-max-rules then
                   add 1 to ws-rule-count
                   move pt-kind to ws-pt-kind(ws-rule-count)
                   move pt-low to ws-pt-low(ws-rule-count)
                   move pt-high to ws-pt-high(ws-rule-count)
                   move pt-points to ws-pt-points(ws-rule-count)
                   move 0 to ws-pt-answers(ws-rule-count)
                 end-if
             end-read
           end-perform
           close points-rules
           .

      * a long answer and a rare one each earn their band's points,
      * so the obvious three-letter word no longer scores the same
      * as the eight-letter find.  the frequency band comes from
      * the word's master record; an answer the master does not
      * hold, such as one allowed by an erratum, is band 00
       award-answer-points.
           if ws-rule-count = 0 then
             move 1 to ws-answer-points
             add 1 to ws-points-total
             exit paragraph
           end-if
           move function length(function trim(ws-answer))
             to ws-answer-length
           perform word-exists-check
           move 0 to ws-answer-rank
           if ws-wm-found = 'Y' then
             move wm-freq-rank to ws-answer-rank
           end-if
           move 0 to ws-found-pt
           perform varying ws-pt from 1 by 1
             until ws-pt > ws-rule-count or ws-found-pt > 0
             if ws-pt-kind(ws-pt) = 'L'
               and ws-answer-length >= ws-pt-low(ws-pt)
               and ws-answer-length <= ws-pt-high(ws-pt) then
               move ws-pt to ws-found-pt
             end-if
           end-perform
           if ws-found-pt > 0 then
             add ws-pt-points(ws-found-pt) to ws-answer-points
             add 1 to ws-pt-answers(ws-found-pt)
           end-if
           move 0 to ws-found-pt
           perform varying ws-pt from 1 by 1
             until ws-pt > ws-rule-count or ws-found-pt > 0
             if ws-pt-kind(ws-pt) = 'R'
               and ws-answer-rank >= ws-pt-low(ws-pt)
               and ws-answer-rank <= ws-pt-high(ws-pt) then
               move ws-pt to ws-found-pt
             end-if
           end-perform
           if ws-found-pt > 0 then
             add ws-pt-points(ws-found-pt) to ws-answer-points
             add 1 to ws-pt-answers(ws-found-pt)
           end-if
           add ws-answer-points to ws-points-total
           .

       open-partner-results.
           open output results-out
           move spaces to rs-record
           move 'H' to rs-rec-type
           move ws-partner to rs-partner
           move ws-run-date to rs-run-date
           write rs-record
           .

       write-result-detail.
           move spaces to rs-record
           move 'D' to rs-rec-type
           move ws-partner to rs-partner
           move ws-run-date to rs-run-date
           move sb-entrant-id to rs-entrant-id
           if ws-found-r > 0 and ws-verdict not = "NOT-ENTRANT" then
             move ws-reg-name(ws-found-r) to rs-entrant-name
           end-if
           move sb-puzzle-date to rs-puzzle-date
           move ws-answer to rs-answer
           move ws-verdict to rs-verdict
           write rs-record
           add 1 to ws-results-count
           .

      * one standing per reader, in the order the leaderboard was
      * just rewritten, carrying the paper's contest-to-date counts
       write-result-standing.
           move spaces to rs-record
           move 'L' to rs-rec-type
           move ws-partner to rs-partner
           move ws-run-date to rs-run-date
           move ws-ent-id(ws-max-e) to rs-entrant-id
           move ws-ent-name(ws-max-e) to rs-entrant-name
           move ws-rank to rs-rank
           move ws-ent-correct(ws-max-e) to rs-correct
           move ws-ent-incorrect(ws-max-e) to rs-incorrect
           move ws-ent-not-word(ws-max-e) to rs-not-a-word
           write rs-record
           add 1 to ws-results-count
           .

       close-partner-results.
           move spaces to rs-record
           move 'T' to rs-rec-type
           move ws-partner to rs-partner
           move ws-run-date to rs-run-date
           move ws-results-count to rs-count
           write rs-record
           close results-out
           .

       post-date-result.
           end-if
           .

      * the outcome counts calibrate our own puzzle grades, so they
      * are taken from our own readers only
       write-score-history.
           if ws-date-count > 0 and ws-partner = spaces then
             open extend score-history
             if ws-score-hist-status = '35' then
               open output score-history
       find-puzzle-subject.
           move 'N' to ws-subject-known
           move spaces to ws-lookup-subject
           move spaces to ws-lookup-family
           move spaces to ws-lookup-language
           move 'N' to ws-scan-eof
           open input puzzle-history
           if ws-history-status = '00' then
                 not at end
                   if ph-date = ws-lookup-date then
                     move ph-subject to ws-lookup-subject
                     move ph-family to ws-lookup-family
                     move ph-language to ws-lookup-language
                     move 'Y' to ws-subject-known
                   end-if
               end-read

      * correct means the answer appears in the day's generated
      * matches for the puzzle's subject - the same rows the answer
      * key itself was printed from - or a listed variant spelling
      * of one of them
       check-answer-in-matches.
           move 'N' to ws-answer-is-match
           move ws-lookup-language to sv-language
           move ws-answer to sv-answer
           call 'spelling-variant' using sv-language, sv-answer,
               sv-spelling-key, sv-varied
           move sv-spelling-key to ws-answer-spelling
           move sv-varied to ws-answer-varied
           move 'N' to ws-scan-eof
           open input matches-in
           if ws-matches-status = '00' then
               read matches-in
                 at end move 'Y' to ws-scan-eof
                 not at end
      * a phrase subject's hidden words print in their own section
      * of the sheet, not in the anagram key
                   if function lower-case(function trim(mat-subject))
                      = function trim(ws-lookup-subject)
                      and mat-mode not = 'H'
                     then
                     if function lower-case(function trim(mat-word))
                        = ws-answer then
                       move 'Y' to ws-answer-is-match
                       move 'Y' to ws-scan-eof
                     else
                       perform check-key-variant
                     end-if
                   end-if
               end-read
             end-perform
             close matches-in
           end-if
           if ws-variant-match = 'Y' then
             move ws-key-spelling to ws-answer
             add 1 to ws-variant-count
           end-if
           .

       check-key-variant.
           move mat-word to sv-answer
           call 'spelling-variant' using sv-language, sv-answer,
               sv-spelling-key, sv-varied
           if sv-spelling-key = ws-answer-spelling then
             move 'Y' to ws-answer-is-match
             move 'Y' to ws-variant-match
             move function lower-case(function trim(mat-word))
               to ws-key-spelling
             move 'Y' to ws-scan-eof
           end-if
           .

      * a variant the master does not carry is still a word when
      * its headword spelling is on file - wrong, not misspelt
       check-variant-on-master.
           move ws-answer-spelling to ws-answer
           perform word-exists-check
           move ws-reader-spelling to ws-answer
           .

      * the first answer from a family takes the credit; any other
      * member the same entrant sends for the same puzzle is noted
      * against it but scores nothing.  the key is taken on the
      * family's root, so the order the answers arrive in does not
      * matter
       check-family-credit.
           move 'N' to ws-family-credited
           move ws-answer to wf-answer
           call 'word-family' using wf-answer, wf-family-key,
               wf-linked
           perform varying ws-cr from 1 by 1
             until ws-cr > ws-credit-count
               or ws-family-credited = 'Y'
             if ws-cr-entrant(ws-cr) = sb-entrant-id
               and ws-cr-date(ws-cr) = sb-puzzle-date
               and ws-cr-family(ws-cr) = wf-family-key then
               move 'Y' to ws-family-credited
             end-if
           end-perform
           if ws-family-credited = 'N'
             and ws-credit-count < ws-max-credits then
             add 1 to ws-credit-count
             move sb-entrant-id to ws-cr-entrant(ws-credit-count)
             move sb-puzzle-date to ws-cr-date(ws-credit-count)
             move wf-family-key to ws-cr-family(ws-credit-count)
           end-if
           .

       post-entrant-result.
             move 0 to ws-ent-correct(ws-found-e)
             move 0 to ws-ent-incorrect(ws-found-e)
             move 0 to ws-ent-not-word(ws-found-e)
             move 0 to ws-ent-points(ws-found-e)
           end-if
           if ws-found-e > 0 then
             evaluate ws-verdict
               when "CORRECT"
                 add 1 to ws-ent-correct(ws-found-e)
                 add ws-answer-points to ws-ent-points(ws-found-e)
               when "INCORRECT"
                 add 1 to ws-ent-incorrect(ws-found-e)
               when "NOT-A-WORD"
           write print-line
           move spaces to print-line
           string "  ENTRANT   NAME                  CORRECT"
             "  INCORRECT  NOT-A-WORD   POINTS" into print-line
           write print-line
           perform varying ws-e from 1 by 1
             until ws-e > ws-entrant-count
               ws-ent-name(ws-e) "  "
               ws-ent-correct(ws-e) "    "
               ws-ent-incorrect(ws-e) "      "
               ws-ent-not-word(ws-e) "     "
               ws-ent-points(ws-e) into print-line
             write print-line
           end-perform
           .

      * what each points rule paid out this run, next to the
      * counts above
       write-points-table.
           move spaces to print-line
           write print-line
           move spaces to print-line
           if ws-rule-count = 0 then
             string "  POINTS: NO RULES ON PZPOINTS.DAT - ONE POINT "
               "PER CORRECT ANSWER, " ws-points-total " AWARDED"
               delimited by size into print-line
             write print-line
             exit paragraph
           end-if
           string "  POINTS RULE          FROM  TO  POINTS  ANSWERS"
             delimited by size into print-line
           write print-line
           perform varying ws-pt from 1 by 1
             until ws-pt > ws-rule-count
             move spaces to print-line
             if ws-pt-kind(ws-pt) = 'L' then
               move "LENGTH (LETTERS)" to print-line(5:16)
             else
               move "RARITY (BAND)" to print-line(5:16)
             end-if
             move ws-pt-low(ws-pt) to print-line(24:2)
             move ws-pt-high(ws-pt) to print-line(28:2)
             move ws-pt-points(ws-pt) to print-line(33:3)
             move ws-pt-answers(ws-pt) to print-line(40:5)
             write print-line
           end-perform
           move spaces to print-line
           string "  TOTAL POINTS AWARDED " ws-points-total
             delimited by size into print-line
           write print-line
           .

      * the leaderboard file carries competition-to-date totals:
      * fold today's results into it and rewrite it ranked by
      * points, correct answers breaking a tie
      * written before update-leaderboard folds the competition
      * totals into the table, so these rows carry today's counts
      * only
               move ws-run-date to es-date
               move ws-ent-id(ws-e) to es-entrant-id
               move ws-ent-correct(ws-e) to es-correct
               move ws-ent-points(ws-e) to es-points
               write es-record
             end-if
           end-perform
           .

       fold-leaderboard-record.
           if lb-points is not numeric then
             move lb-correct to lb-points
           end-if
           move 0 to ws-found-e
           perform varying ws-e from 1 by 1
             until ws-e > ws-entrant-count or ws-found-e > 0
             add lb-correct to ws-ent-correct(ws-found-e)
             add lb-incorrect to ws-ent-incorrect(ws-found-e)
             add lb-not-a-word to ws-ent-not-word(ws-found-e)
             add lb-points to ws-ent-points(ws-found-e)
           else
             if ws-entrant-count < ws-max-entrants then
               add 1 to ws-entrant-count
                 to ws-ent-incorrect(ws-entrant-count)
               move lb-not-a-word
                 to ws-ent-not-word(ws-entrant-count)
               move lb-points to ws-ent-points(ws-entrant-count)
             end-if
           end-if
           .
             move 0 to ws-max-e
             perform varying ws-e from 1 by 1
               until ws-e > ws-entrant-count
               if ws-picked(ws-e) = 'N' then
                 if ws-max-e = 0 then
                   move ws-e to ws-max-e
                 else
                 if ws-ent-points(ws-e) > ws-ent-points(ws-max-e)
                   or (ws-ent-points(ws-e) = ws-ent-points(ws-max-e)
                   and ws-ent-correct(ws-e) >
                     ws-ent-correct(ws-max-e)) then
                   move ws-e to ws-max-e
                 end-if
                 end-if
               end-if
             end-perform
             if ws-max-e > 0 then
               string ws-ent-id(ws-max-e)
                 ws-ent-correct(ws-max-e)
                 ws-ent-incorrect(ws-max-e)
                 ws-ent-not-word(ws-max-e)
                 ws-ent-points(ws-max-e) into lo-record
               write lo-record
               if ws-partner not = spaces then
                 perform write-result-standing
               end-if
             end-if
           end-perform
           close leaderboard-out
           close leaderboard-live
           .

       note-solved-date.
           perform varying ws-sv from 1 by 1
             until ws-sv > ws-solved-count
             if ws-sv-entrant(ws-sv) = sb-entrant-id
               and ws-sv-date(ws-sv) = sb-puzzle-date then
               exit paragraph
             end-if
           end-perform
           if ws-solved-count < ws-max-solved then
             add 1 to ws-solved-count
             move sb-entrant-id to ws-sv-entrant(ws-solved-count)
             move sb-puzzle-date to ws-sv-date(ws-solved-count)
             move 'N' to ws-sv-done(ws-solved-count)
           end-if
           .

      * the achievement master moves forward one puzzle date at a
      * time, earliest first; a milestone passed on the way is
      * logged for the hall of fame
       update-achievements.
           if ws-solved-count = 0 then
             exit paragraph
           end-if
           perform load-achievements
           open extend milestone-log
           if ws-milestone-status = '35' then
             open output milestone-log
           end-if
           perform next-solved-date
           perform until ws-step-date = high-values
             perform find-previous-puzzle
             perform varying ws-sv from 1 by 1
               until ws-sv > ws-solved-count
               if ws-sv-done(ws-sv) = 'N'
                 and ws-sv-date(ws-sv) = ws-step-date then
                 perform apply-solved-date
                 move 'Y' to ws-sv-done(ws-sv)
               end-if
             end-perform
             perform next-solved-date
           end-perform
           close milestone-log
           perform rewrite-achievements
           .

       load-achievements.
           move 0 to ws-achieve-count
           open input achievement
           if ws-achieve-status = '00' then
             move 'N' to ws-scan-eof
             perform until ws-scan-eof = 'Y'
               read achievement
                 at end move 'Y' to ws-scan-eof
                 not at end
                   if ws-achieve-count < ws-max-achieve then
                     add 1 to ws-achieve-count
                     move ach-record
                       to ws-ach-record(ws-achieve-count)
                   end-if
               end-read
             end-perform
             close achievement
           end-if
           .

       next-solved-date.
           move high-values to ws-step-date
           perform varying ws-sv from 1 by 1
             until ws-sv > ws-solved-count
             if ws-sv-done(ws-sv) = 'N'
               and ws-sv-date(ws-sv) < ws-step-date then
               move ws-sv-date(ws-sv) to ws-step-date
             end-if
           end-perform
           .

      * the puzzle before this one is the latest earlier date in
      * the generation history - a day with no puzzle does not
      * break a streak.  with no history on file, the day before
       find-previous-puzzle.
           move spaces to ws-prev-puzzle
           move 'N' to ws-scan-eof
           open input puzzle-history
           if ws-history-status = '00' then
             perform until ws-scan-eof = 'Y'
               read puzzle-history
                 at end move 'Y' to ws-scan-eof
                 not at end
                   if ph-date < ws-step-date
                     and (ws-prev-puzzle = spaces
                       or ph-date > ws-prev-puzzle) then
                     move ph-date to ws-prev-puzzle
                   end-if
               end-read
             end-perform
             close puzzle-history
           else
             if ws-step-date is numeric then
               compute ws-prev-int = function integer-of-date(
                 function numval(ws-step-date)) - 1
               move function date-of-integer(ws-prev-int)
                 to ws-prev-puzzle
             end-if
           end-if
           .

      * the master only moves forward: a date no later than the
      * last one taken in was counted by an earlier run, so a rerun
      * of the same batch changes nothing
       apply-solved-date.
           move 0 to ws-found-a
           perform varying ws-a from 1 by 1
             until ws-a > ws-achieve-count or ws-found-a > 0
             if ws-ach-record(ws-a)(1:8) = ws-sv-entrant(ws-sv) then
               move ws-a to ws-found-a
             end-if
           end-perform
           if ws-found-a = 0 then
             if ws-achieve-count >= ws-max-achieve then
               exit paragraph
             end-if
             add 1 to ws-achieve-count
             move ws-achieve-count to ws-found-a
             move spaces to ac-record
             move ws-sv-entrant(ws-sv) to ac-entrant-id
             move 0 to ac-current-streak
             move 0 to ac-longest-streak
             move 0 to ac-total-correct
             move 0 to ac-milestone
           else
             move ws-ach-record(ws-found-a) to ac-record
           end-if
           if ac-last-correct not = spaces
             and ac-last-correct >= ws-step-date then
             exit paragraph
           end-if
           add 1 to ac-total-correct
           if ac-first-correct = spaces then
             move ws-step-date to ac-first-correct
           end-if
           if ac-last-correct not = spaces
             and ac-last-correct = ws-prev-puzzle then
             add 1 to ac-current-streak
           else
             move 1 to ac-current-streak
           end-if
           move ws-step-date to ac-last-correct
           if ac-current-streak > ac-longest-streak then
             perform varying ws-l from 1 by 1
               until ws-l > ws-ladder-steps
               if ws-streak-step(ws-l) > ac-longest-streak
                 and ws-streak-step(ws-l) <= ac-current-streak then
                 set ms-streak to true
                 move ws-streak-step(ws-l) to ms-value
                 perform write-milestone
               end-if
             end-perform
             move ac-current-streak to ac-longest-streak
             move ws-step-date to ac-longest-end
           end-if
           perform varying ws-l from 1 by 1
             until ws-l > ws-ladder-steps
             if ws-total-step(ws-l) > ac-milestone
               and ws-total-step(ws-l) <= ac-total-correct then
               set ms-total-solved to true
               move ws-total-step(ws-l) to ms-value
               perform write-milestone
               move ws-total-step(ws-l) to ac-milestone
               move ws-run-date to ac-milestone-date
             end-if
           end-perform
           move ws-run-date to ac-updated-date
           move ac-record to ws-ach-record(ws-found-a)
           .

       write-milestone.
           move ws-run-date to ms-run-date
           move ac-entrant-id to ms-entrant-id
           write ms-record
           add 1 to ws-new-milestones
           .

       rewrite-achievements.
           open output achieve-out
           perform varying ws-a from 1 by 1
             until ws-a > ws-achieve-count
             move ws-ach-record(ws-a) to ao-record
             write ao-record
           end-perform
           close achieve-out
           move 'N' to ws-scan-eof
           open input achieve-out
           open output achieve-live
           perform until ws-scan-eof = 'Y'
             read achieve-out
               at end move 'Y' to ws-scan-eof
               not at end
                 move ao-record to al-record
                 write al-record
             end-read
           end-perform
           close achieve-out
           close achieve-live
           .

       open-word-master.
           open input word-master
           if ws-word-master-status = '00' then

       write-report-header.
           move spaces to print-line
           if ws-partner = spaces then
             string "PUZZLE SUBMISSION SCORING  " ws-run-date
               into print-line
           else
             string "PUZZLE SUBMISSION SCORING  " ws-run-date
               "  PARTNER " ws-partner into print-line
           end-if
           write print-line
           move spaces to print-line
           write print-line
           end-evaluate
           .

      * the files this run read and wrote, fingerprinted into the
      * run manifest under the run number and step in flight
       record-run-manifest.
           move "PUZZLE-SCORE" to rm-program-id
           move ws-submissions-name to rm-file-name
           set rm-read to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           move "ENTRANT.DAT" to rm-file-name
           set rm-read to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           move "ANAGRAM-MATCHES.OUT" to rm-file-name
           set rm-read to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           if ws-variant-count > 0 then
             move "VARIANT.DAT" to rm-file-name
             set rm-read to true
             call 'run-manifest' using rm-program-id, rm-file-name,
                 rm-direction
           end-if
           if ws-credit-count > 0 then
             move "WORDFAM.DAT" to rm-file-name
             set rm-read to true
             call 'run-manifest' using rm-program-id, rm-file-name,
                 rm-direction
           end-if
           if ws-rule-count > 0 then
             move "PZPOINTS.DAT" to rm-file-name
             set rm-read to true
             call 'run-manifest' using rm-program-id, rm-file-name,
                 rm-direction
           end-if
           move ws-leader-name to rm-file-name
           set rm-written to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           move ws-ent-score-name to rm-file-name
           set rm-written to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           if ws-partner = spaces then
             move "SCOREHIST.DAT" to rm-file-name
             set rm-written to true
             call 'run-manifest' using rm-program-id, rm-file-name,
                 rm-direction
           else
             move ws-results-name to rm-file-name
             set rm-written to true
             call 'run-manifest' using rm-program-id, rm-file-name,
                 rm-direction
           end-if
           if ws-solved-count > 0 then
             move "ACHIEVE.DAT" to rm-file-name
             set rm-written to true
             call 'run-manifest' using rm-program-id, rm-file-name,
                 rm-direction
           end-if
           .

      * the register, the entrants and the dates are loaded and
      * added to but never emptied, so each count at the end of the
      * run is its peak
       record-table-peaks.
           move "PUZZLE-SCORE" to tp-program-id
           move "WS-ENTRANT-TABLE" to tp-table-name
           move ws-max-entrants to tp-ceiling
           move ws-entrant-count to tp-peak
           perform file-table-peak
           move "WS-REG-TABLE" to tp-table-name
           move ws-max-reg to tp-ceiling
           move ws-reg-count to tp-peak
           perform file-table-peak
           move "WS-DATE-TABLE" to tp-table-name
           move ws-max-dates to tp-ceiling
           move ws-date-count to tp-peak
           perform file-table-peak
           move "WS-SOLVED-TABLE" to tp-table-name
           move ws-max-solved to tp-ceiling
           move ws-solved-count to tp-peak
           perform file-table-peak
           move "WS-ACHIEVE-TABLE" to tp-table-name
           move ws-max-achieve to tp-ceiling
           move ws-achieve-count to tp-peak
           perform file-table-peak
           move "WS-ERRATA-TABLE" to tp-table-name
           move ws-max-errata to tp-ceiling
           move ws-errata-count to tp-peak
           perform file-table-peak
           move "WS-RULE-TABLE" to tp-table-name
           move ws-max-rules to tp-ceiling
           move ws-rule-count to tp-peak
           perform file-table-peak
           move "WS-CREDIT-TABLE" to tp-table-name
           move ws-max-credits to tp-ceiling
           move ws-credit-count to tp-peak
           perform file-table-peak
           .

       file-table-peak.
           call 'table-peak' using tp-program-id, tp-table-name,
               tp-ceiling, tp-peak
           .

       write-audit-log.
           move "PUZZLE-SCORE" to aud-program-id
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
