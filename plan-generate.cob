       identification division.
       program-id. plan-generate.

       environment division.
       input-output section.
       file-control.
           select plan-file assign to 'EDPLAN.DAT'
           organization is line sequential
           file status is ws-plan-status.

           select plan-ctl assign to 'PLANGEN.CTL'
           organization is line sequential
           file status is ws-plan-ctl-status.

           select puzzle-ctl assign to 'PUZZLE.DAT'
           organization is line sequential
           file status is ws-puzzle-status.

           select puzzle-out assign to 'PUZZLE.NEW'
           organization is line sequential.

           select puzzle-live assign to 'PUZZLE.DAT'
           organization is line sequential.

           select puzzle-history assign to 'PUZZHIST.DAT'
           organization is line sequential
           file status is ws-history-status.

           select history-ctl assign to 'PUZZHIST.CTL'
           organization is line sequential
           file status is ws-history-ctl-status.

           select grade-rules assign to 'GRADERULE.DAT'
           organization is line sequential
           file status is ws-grade-rules-status.

           select word-master assign dynamic ws-wm-file-name
           organization is relative
           access mode is random
           relative key is ws-wm-rel-key
           file status is ws-word-master-status.

           select category-master assign to 'WORDCAT.DAT'
           organization is line sequential
           file status is ws-category-status.

           select grid-template assign to 'GRIDTPL.DAT'
           organization is line sequential
           file status is ws-template-status.

           select report-out assign to 'PLANGEN.RPT'
           organization is line sequential.

           select audit-log assign to 'AUDIT.LOG'
           organization is line sequential
           file status is ws-audit-log-status.

       data division.
       file section.
       fd  plan-file.
       01 pf-record pic X(80).

      * control card: the first date to generate, yyyymmdd, and how
      * many days from it; no card (or a blank date) is the week
      * starting the day after the processing date
       fd  plan-ctl.
       01 pgc-record.
           02 pgc-start-date pic X(8).
           02 pgc-days pic 9(2).

       fd  puzzle-ctl.
       01 pz-ctl-record.
           02 pz-subject pic X(40).
           02 pz-date pic X(8).
           02 pz-publication pic X(2).
           02 pz-theme pic X(8).
           02 pz-format pic X(1).
           02 pz-language pic X(2).
           02 pz-difficulty pic X(1).
           02 pz-grid-size pic X(2).
           02 pz-family pic X(1).

       fd  puzzle-out.
       01 po-record pic X(65).

       fd  puzzle-live.
       01 pv-record pic X(65).

       fd  puzzle-history.
       01 ph-record.
           02 ph-subject pic X(40).
           02 ph-date pic X(8).
           02 ph-publication pic X(2).

       fd  history-ctl.
       01 hc-record.
           02 hc-window-days pic 9(3).
           02 hc-action pic X(1).

       fd  grade-rules.
       01 gr-record.
           02 gr-match-easy pic 9(3).
           02 gr-match-hard pic 9(3).
           02 gr-avglen-hard pic 9(2).
           02 gr-rare-letters pic X(10).
           02 gr-rare-hard pic 9(2).
           02 gr-medium-cut pic 9(1).
           02 gr-hard-cut pic 9(1).
           02 gr-freq-hard pic 9(2).

       fd  word-master.
       copy "word-master.copy".

       fd  category-master.
       01 wc-record.
           02 wc-word pic A(25).
           02 wc-category pic X(8).

       fd  grid-template.
       01 gt-record.
           02 gt-code pic X(8).
           02 gt-size pic 9(1).
           02 gt-row pic 9(1).
           02 gt-pattern pic X(7).

       fd  report-out.
       01 print-line pic X(100).

       fd  audit-log.
       copy "audit-data.copy".

       working-storage section.
       copy "progstat-call.copy".
       copy "rptarch-call.copy".
       copy "manifest-data.copy".
       copy "status-data.copy".
       copy "runlock-data.copy".
       copy "cobrand-data.copy".
       copy "tablepeak-data.copy".
       copy "plan-data.copy".
       01 ws-plan-status pic XX.
       01 ws-plan-ctl-status pic XX.
       01 ws-puzzle-status pic XX.
       01 ws-history-status pic XX.
       01 ws-history-ctl-status pic XX.
       01 ws-grade-rules-status pic XX.
       01 ws-word-master-status pic XX.
       01 ws-category-status pic XX.
       01 ws-template-status pic XX.
       01 ws-audit-log-status pic XX.
       01 ws-eof pic X value 'N'.
       01 ws-run-date pic X(8).

      * the days generated: start date and count off the card
       01 ws-start-date pic X(8).
       01 ws-end-date pic X(8).
       01 ws-days pic 9(2) value 7.
       01 ws-start-int pic 9(7).
       01 ws-end-int pic 9(7).
       01 ws-date-num pic 9(8).
       01 ws-target-date pic X(8).
       01 ws-target-int pic 9(7).

      * the reuse window is the one puzzle-generator enforces, so a
      * subject picked here is not rejected on the night
       01 ws-hist-window pic 9(3) value 60.
       01 ws-hist-int pic 9(7).
       01 ws-hist-age pic S9(7).
       01 ws-hist-subject pic X(40).
       01 ws-hist-found pic X(1).

      * grading thresholds, defaulted and read exactly as
      * puzzle-generator reads them, so the estimate made here is
      * the grade the puzzle gets when it is generated
       01 ws-match-easy pic 9(3) value 10.
       01 ws-match-hard pic 9(3) value 3.
       01 ws-avglen-hard pic 9(2) value 7.
       01 ws-rare-letters pic X(10) value 'jqxz'.
       01 ws-rare-hard pic 9(2) value 2.
       01 ws-medium-cut pic 9(1) value 1.
       01 ws-hard-cut pic 9(1) value 3.
       01 ws-freq-hard pic 9(2) value 80.
       01 ws-grade-score pic 9(1) value 0.
       01 ws-rare-count pic 9(3).
       01 ws-rare-tally pic 9(3).
       01 ws-rare-i pic 9(2).
       01 ws-band-rating pic X(6).

       01 ws-wm-file-name pic X(22) value 'WORD-MASTER.DAT'.
       01 ws-wm-rel-key pic 9(6).
       01 ws-wm-master-count pic 9(6).
       01 ws-wm-low pic 9(6).
       01 ws-wm-high pic 9(6).
       01 ws-wm-mid pic 9(6).
       01 ws-wm-target pic A(25).
       01 ws-wm-found pic X value 'N'.
       01 ws-word-len pic 9(2).
       01 ws-len-spc pic 9(2).

      * the plan rows falling in the days generated, each with
      * what the run made of it: 'F' a subject picked, 'K' already
      * keyed on PUZZLE.DAT by the desk and left alone, 'U' left for
      * the desk with the reason why
       78  ws-max-plan-rows value 100.
       01 ws-plan-count pic 9(3) value 0.
       01 ws-plan-table.
           02 ws-plan-row occurs ws-max-plan-rows times.
               05 ws-pl-record pic X(80).
               05 ws-pl-state pic X(1).
                   88 ws-pl-filled value 'F'.
                   88 ws-pl-keyed value 'K'.
                   88 ws-pl-unfilled value 'U'.
               05 ws-pl-subject pic X(40).
               05 ws-pl-rating pic X(6).
               05 ws-pl-reason pic X(40).
       01 p pic 9(3).
       01 ws-filled-count pic 9(3) value 0.
       01 ws-keyed-count pic 9(3) value 0.
       01 ws-unfilled-count pic 9(3) value 0.
       01 ws-subject pic X(40).
       01 ws-rating pic X(6).
       01 ws-reason pic X(40).

      * the control records already on PUZZLE.DAT; an unfilled row
      * from an earlier run is dropped and planned again
       78  ws-max-keyed value 500.
       01 ws-keyed-total pic 9(3) value 0.
       01 ws-keyed-table.
           02 ws-keyed-entry occurs ws-max-keyed times.
               05 ws-kp-record pic X(65).
               05 ws-kp-keep pic X(1).
       01 k pic 9(3).

      * PUZZHIST rows near enough the days generated to matter,
      * with this run's own picks added as they are made
       78  ws-max-history value 3000.
       01 ws-history-count pic 9(4) value 0.
       01 ws-history-table.
           02 ws-history-entry occurs ws-max-history times.
               05 ws-ht-subject pic X(40).
               05 ws-ht-date pic X(8).
               05 ws-ht-publication pic X(2).
               05 ws-ht-int pic 9(7).
       01 h pic 9(4).
       01 ws-low-int pic 9(7).
       01 ws-high-int pic 9(7).

      * the words filed under the plan row's theme: the subjects
      * are drawn from them and, as ANAGRAM restricts a themed
      * puzzle's answers, only they count as matches
       78  ws-max-theme-words value 500.
       01 ws-theme-count pic 9(3) value 0.
       01 ws-theme-table.
           02 ws-theme-word pic X(25) occurs ws-max-theme-words times.
       01 t pic 9(3).
       01 ws-in-theme pic X(1).

      * candidate subjects for one plan row, in the order drawn,
      * with their estimated grade once the master has been passed
       78  ws-max-cands value 300.
       78  ws-cands-wanted value 60.
       78  ws-max-draws value 2000.
       01 ws-cand-count pic 9(3) value 0.
       01 ws-peak-cands pic 9(3) value 0.
       01 ws-cand-table.
           02 ws-cand-entry occurs ws-max-cands times.
               05 ws-cd-word pic X(25).
               05 ws-cd-signature pic X(25).
               05 ws-cd-len pic 9(2).
               05 ws-cd-matches pic 9(3).
               05 ws-cd-lowband pic 9(3).
               05 ws-cd-rating pic X(6).
               05 ws-cd-qualifies pic X(1).
       01 c pic 9(3).
       01 ws-draws pic 9(4).
       01 ws-min-len pic 9(2).
       01 ws-max-len pic 9(2).
       01 ws-qualify-count pic 9(3).
       01 ws-pick pic 9(3).

      * the candidates by signature, for the one pass over the
      * master that counts every candidate's answers at once
       01 ws-sig-index.
           02 ws-si occurs ws-max-cands times pic 9(3).
       01 ws-si-hold pic 9(3).
       01 i pic 9(3).
       01 j pic 9(3).
       01 ws-si-low pic 9(3).
       01 ws-si-high pic 9(3).
       01 ws-si-mid pic 9(3).
       01 ws-si-found pic 9(3).

      * the crossword block patterns, and when each was last used
      * by the publication being planned
       78  ws-max-templates value 50.
       01 ws-template-count pic 9(2) value 0.
       01 ws-template-table.
           02 ws-template-entry occurs ws-max-templates times.
               05 ws-tp-code pic X(8).
               05 ws-tp-last-used pic X(8).
       01 tp pic 9(2).
       01 ws-best-tp pic 9(2).

       01 ws-detail-line.
           05 ws-dl-date pic X(8).
           05 filler pic X(1) value space.
           05 ws-dl-publication pic X(2).
           05 filler pic X(1) value space.
           05 ws-dl-format pic X(11).
           05 filler pic X(1) value space.
           05 ws-dl-theme pic X(8).
           05 filler pic X(1) value space.
           05 ws-dl-band pic X(1).
           05 filler pic X(1) value space.
           05 ws-dl-language pic X(2).
           05 filler pic X(1) value space.
           05 ws-dl-subject pic X(30).
           05 filler pic X(1) value space.
           05 ws-dl-rating pic X(6).
           05 filler pic X(1) value space.
           05 ws-dl-state pic X(12).
       01 ws-count-disp pic zz9.

       procedure division.
       main-line.
           move "PLAN-GENERATE" to aud-program-id
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           call 'sysdate' using ws-run-date
      * PUZZLE.DAT is rewritten here, so not while the generator
      * is reading it
           perform take-run-lock
           if lk-busy then
             display lk-holder-message
             set job-error to true
             move "PUZZLE RUN IN PROGRESS - RUN LOCK HELD"
               to ws-job-message
           else
             perform get-run-parameters
             perform load-history-options
             perform load-grade-rules
             perform load-plan-window
             if ws-plan-count > 0 then
               perform load-recent-history
               perform load-keyed-puzzles
               perform load-grid-templates
               move 'PLANGEN' to stream-name
               move 'N' to init-status
               perform varying p from 1 by 1
                 until p > ws-plan-count
                 perform fill-one-plan-row
               end-perform
               perform rewrite-puzzle-file
             end-if
             perform write-plan-report
             perform set-job-status
             perform record-run-manifest
             perform record-table-peaks
             perform release-run-lock
           end-if
           display "JOB STATUS: " ws-job-return-code " "
             ws-job-message
           perform write-audit-log
           move ws-job-return-code to return-code
           stop run
           .

       take-run-lock.
           move "PUZZLE-GEN" to lk-lock-name
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

       get-run-parameters.
           compute ws-start-int = function integer-of-date(
             function numval(ws-run-date)) + 1
           open input plan-ctl
           if ws-plan-ctl-status = '00' then
             read plan-ctl
               at end continue
               not at end
                 if pgc-start-date is numeric then
                   compute ws-start-int = function integer-of-date(
                     function numval(pgc-start-date))
                 end-if
                 if pgc-days is numeric and pgc-days > 0 then
                   move pgc-days to ws-days
                 end-if
             end-read
             close plan-ctl
           end-if
           compute ws-end-int = ws-start-int + ws-days - 1
           compute ws-date-num = function date-of-integer(ws-start-int)
           move ws-date-num to ws-start-date
           compute ws-date-num = function date-of-integer(ws-end-int)
           move ws-date-num to ws-end-date
           display "PLANNING " ws-start-date " TO " ws-end-date
           .

       load-history-options.
           open input history-ctl
           if ws-history-ctl-status = '00' then
             read history-ctl
               at end continue
               not at end
                 if hc-window-days > 0 then
                   move hc-window-days to ws-hist-window
                 end-if
             end-read
             close history-ctl
           end-if
           .

       load-grade-rules.
           open input grade-rules
           if ws-grade-rules-status = '00' then
             read grade-rules
               at end continue
               not at end
                 move gr-match-easy to ws-match-easy
                 move gr-match-hard to ws-match-hard
                 move gr-avglen-hard to ws-avglen-hard
                 move gr-rare-letters to ws-rare-letters
                 move gr-rare-hard to ws-rare-hard
                 move gr-medium-cut to ws-medium-cut
                 move gr-hard-cut to ws-hard-cut
                 if gr-freq-hard is numeric
                   and gr-freq-hard > 0 then
                   move gr-freq-hard to ws-freq-hard
                 end-if
             end-read
             close grade-rules
           end-if
           .

       load-plan-window.
           move 0 to ws-plan-count
           open input plan-file
           if ws-plan-status = '00' then
             move 'N' to ws-eof
             perform until ws-eof = 'Y'
               read plan-file into ep-record
                 at end move 'Y' to ws-eof
                 not at end
                   if ep-date >= ws-start-date
                     and ep-date <= ws-end-date
                     and ws-plan-count < ws-max-plan-rows then
                     add 1 to ws-plan-count
                     move ep-record to ws-pl-record(ws-plan-count)
                     move spaces to ws-pl-state(ws-plan-count)
                     move spaces to ws-pl-subject(ws-plan-count)
                     move spaces to ws-pl-rating(ws-plan-count)
                     move spaces to ws-pl-reason(ws-plan-count)
                   end-if
               end-read
             end-perform
             close plan-file
           end-if
           .

      * a subject used within the window either side of any day
      * generated could clash, so the rows kept reach a window
      * beyond both ends
       load-recent-history.
           move 0 to ws-history-count
           compute ws-low-int = ws-start-int - ws-hist-window
           compute ws-high-int = ws-end-int + ws-hist-window
           move 'N' to ws-eof
           open input puzzle-history
           if ws-history-status = '00' then
             perform until ws-eof = 'Y'
               read puzzle-history
                 at end move 'Y' to ws-eof
                 not at end
                   if ph-date is numeric then
                     compute ws-hist-int = function integer-of-date(
                       function numval(ph-date))
                     if ws-hist-int >= ws-low-int
                       and ws-hist-int <= ws-high-int
                       and ws-history-count < ws-max-history then
                       add 1 to ws-history-count
                       move ph-subject
                         to ws-ht-subject(ws-history-count)
                       move ph-date to ws-ht-date(ws-history-count)
                       move ph-publication
                         to ws-ht-publication(ws-history-count)
                       move ws-hist-int
                         to ws-ht-int(ws-history-count)
                     end-if
                   end-if
               end-read
             end-perform
             close puzzle-history
           end-if
           .

      * what the desk keyed by hand for a planned day stands; a
      * blank-subject row is an earlier run's unfilled day, unless
      * it is a word search or numeronym, which need no subject
       load-keyed-puzzles.
           move 0 to ws-keyed-total
           open input puzzle-ctl
           if ws-puzzle-status = '00' then
             move 'N' to ws-eof
             perform until ws-eof = 'Y'
               read puzzle-ctl
                 at end move 'Y' to ws-eof
                 not at end
                   if ws-keyed-total < ws-max-keyed then
                     add 1 to ws-keyed-total
                     move pz-ctl-record
                       to ws-kp-record(ws-keyed-total)
                     move 'Y' to ws-kp-keep(ws-keyed-total)
                   end-if
               end-read
             end-perform
             close puzzle-ctl
           end-if
           perform varying p from 1 by 1 until p > ws-plan-count
             move ws-pl-record(p) to ep-record
             perform varying k from 1 by 1 until k > ws-keyed-total
               move ws-kp-record(k) to pz-ctl-record
               if pz-date = ep-date
                 and pz-publication = ep-publication then
                 if pz-subject not = spaces
                   or pz-format = 'W' or pz-format = 'N' then
                   set ws-pl-keyed(p) to true
                   move pz-subject to ws-pl-subject(p)
                 else
                   move 'N' to ws-kp-keep(k)
                 end-if
               end-if
             end-perform
           end-perform
           .

       load-grid-templates.
           move 0 to ws-template-count
           open input grid-template
           if ws-template-status = '00' then
             move 'N' to ws-eof
             perform until ws-eof = 'Y'
               read grid-template
                 at end move 'Y' to ws-eof
                 not at end
                   if ws-template-count = 0 then
                     add 1 to ws-template-count
                     move gt-code to ws-tp-code(ws-template-count)
                   else
                     if gt-code not = ws-tp-code(ws-template-count)
                       and ws-template-count < ws-max-templates then
                       add 1 to ws-template-count
                       move gt-code
                         to ws-tp-code(ws-template-count)
                     end-if
                   end-if
               end-read
             end-perform
             close grid-template
           end-if
           .

       fill-one-plan-row.
           if ws-pl-keyed(p) then
             add 1 to ws-keyed-count
             exit paragraph
           end-if
           move ws-pl-record(p) to ep-record
           move ep-date to ws-target-date
           compute ws-target-int = function integer-of-date(
             function numval(ws-target-date))
           move spaces to ws-subject
           move spaces to ws-rating
           move spaces to ws-reason
           evaluate true
             when ep-crossword perform pick-grid-template
             when ep-word-search perform set-search-subject
             when ep-numeronym perform set-numeronym-subject
             when other perform pick-word-subject
           end-evaluate
           if ws-subject = spaces then
             set ws-pl-unfilled(p) to true
             move ws-reason to ws-pl-reason(p)
             add 1 to ws-unfilled-count
           else
             set ws-pl-filled(p) to true
             move ws-subject to ws-pl-subject(p)
             move ws-rating to ws-pl-rating(p)
             add 1 to ws-filled-count
             perform note-run-pick
           end-if
           .

      * the pick counts as used from here on, so a later day in
      * the same week cannot draw it again
       note-run-pick.
           if ws-history-count < ws-max-history then
             add 1 to ws-history-count
             move function lower-case(function trim(ws-subject))
               to ws-ht-subject(ws-history-count)
             move ws-target-date to ws-ht-date(ws-history-count)
             move ep-publication
               to ws-ht-publication(ws-history-count)
             move ws-target-int to ws-ht-int(ws-history-count)
           end-if
           .

      * the block pattern the publication has gone longest without
      * - one it has never used first of all
       pick-grid-template.
           if ws-template-count = 0 then
             move "NO TEMPLATES ON GRIDTPL.DAT" to ws-reason
             exit paragraph
           end-if
           move 0 to ws-best-tp
           perform varying tp from 1 by 1
             until tp > ws-template-count
             move spaces to ws-tp-last-used(tp)
             move function lower-case(ws-tp-code(tp))
               to ws-hist-subject
             perform varying h from 1 by 1
               until h > ws-history-count
               if ws-ht-publication(h) = ep-publication
                 and function lower-case(ws-ht-subject(h))
                   = ws-hist-subject
                 and ws-ht-date(h) > ws-tp-last-used(tp) then
                 move ws-ht-date(h) to ws-tp-last-used(tp)
               end-if
             end-perform
             if ws-best-tp = 0 then
               move tp to ws-best-tp
             else
               if ws-tp-last-used(tp)
                   < ws-tp-last-used(ws-best-tp) then
                 move tp to ws-best-tp
               end-if
             end-if
           end-perform
           move ws-tp-code(ws-best-tp) to ws-subject
           .

       set-search-subject.
           if ep-theme = spaces then
             move "WORD SEARCH PLANNED WITHOUT A THEME" to ws-reason
           else
             move ep-theme to ws-subject
           end-if
           .

      * the same subject puzzle-generator gives a numeronym day
       set-numeronym-subject.
           if ep-publication = spaces then
             string "numeronyms " ws-target-date
               delimited by size into ws-subject
           else
             string "numeronyms " ep-publication " "
               ws-target-date delimited by size into ws-subject
           end-if
           .

      * an anagram subject is drawn from the theme's words, or at
      * random off the master, then graded the way the generator
      * will grade it; one whose estimate meets the planned band is
      * picked at random from those that do.  a pyramid has no
      * answers to count until its tiers are drawn, so its band is
      * met by the subject's length - the longer the word the more
      * tiers it carries and the harder the climb
       pick-word-subject.
           perform open-word-master
           if ws-wm-master-count = 0 then
             move spaces to ws-reason
             string "NO WORD MASTER " ws-wm-file-name
               delimited by size into ws-reason
             exit paragraph
           end-if
           perform set-length-bounds
           perform load-theme-words
           perform gather-candidates
           if ws-cand-count > ws-peak-cands then
             move ws-cand-count to ws-peak-cands
           end-if
           if ws-cand-count = 0 then
             move "NO UNUSED CANDIDATE SUBJECT FOUND" to ws-reason
           else
             if ep-pyramid then
               perform varying c from 1 by 1 until c > ws-cand-count
                 move 'Y' to ws-cd-qualifies(c)
               end-perform
             else
               perform count-candidate-matches
               perform grade-candidates
             end-if
             perform choose-candidate
           end-if
           perform close-word-master
           .

       set-length-bounds.
           if ep-pyramid then
             evaluate true
               when ep-easy
                 move 7 to ws-min-len
                 move 7 to ws-max-len
               when ep-medium
                 move 8 to ws-min-len
                 move 8 to ws-max-len
               when ep-hard
                 move 9 to ws-min-len
                 move 12 to ws-max-len
               when other
                 move 7 to ws-min-len
                 move 12 to ws-max-len
             end-evaluate
           else
             move 4 to ws-min-len
             move 10 to ws-max-len
           end-if
           .

       load-theme-words.
           move 0 to ws-theme-count
           if ep-theme = spaces then
             exit paragraph
           end-if
           open input category-master
           if ws-category-status = '00' then
             move 'N' to ws-eof
             perform until ws-eof = 'Y'
               read category-master
                 at end move 'Y' to ws-eof
                 not at end
                   if wc-category = ep-theme
                     and ws-theme-count < ws-max-theme-words then
                     add 1 to ws-theme-count
                     move function lower-case(wc-word)
                       to ws-theme-word(ws-theme-count)
                   end-if
               end-read
             end-perform
             close category-master
           end-if
           .

       gather-candidates.
           move 0 to ws-cand-count
           if ep-theme not = spaces then
             perform varying t from 1 by 1
               until t > ws-theme-count
                 or ws-cand-count >= ws-max-cands
               move ws-theme-word(t) to ws-wm-target
               perform word-exists-check
               if ws-wm-found = 'Y' then
                 perform consider-master-word
               end-if
             end-perform
           else
             move 0 to ws-draws
             perform until ws-cand-count >= ws-cands-wanted
               or ws-draws >= ws-max-draws
               add 1 to ws-draws
               move 2 to randed-low
               compute randed-high = ws-wm-master-count + 1
               perform draw-plan-number
               move randed-ranged to ws-wm-rel-key
               read word-master
                 invalid key continue
                 not invalid key perform consider-master-word
               end-read
             end-perform
           end-if
           .

      * the record just read off the master, taken as a candidate
      * if it is a plain word of the right length that puzzles may
      * print and nobody has used inside the window
       consider-master-word.
           move 0 to ws-len-spc
           inspect wm-word tallying ws-len-spc for trailing space
           compute ws-word-len = 25 - ws-len-spc
           if ws-word-len < ws-min-len or ws-word-len > ws-max-len
             then
             exit paragraph
           end-if
           if wm-word(1:ws-word-len) is not alphabetic-lower
             or wm-not-puzzle-eligible or wm-is-proper-noun
             or wm-suppress-print then
             exit paragraph
           end-if
           move wm-word to ws-hist-subject
           perform check-recent-use
           if ws-hist-found = 'Y' then
             exit paragraph
           end-if
           perform varying c from 1 by 1 until c > ws-cand-count
             if ws-cd-word(c) = wm-word then
               exit paragraph
             end-if
           end-perform
           add 1 to ws-cand-count
           move wm-word to ws-cd-word(ws-cand-count)
           move wm-signature to ws-cd-signature(ws-cand-count)
           move ws-word-len to ws-cd-len(ws-cand-count)
           move 0 to ws-cd-matches(ws-cand-count)
           move 0 to ws-cd-lowband(ws-cand-count)
           move spaces to ws-cd-rating(ws-cand-count)
           move 'N' to ws-cd-qualifies(ws-cand-count)
           .

      * the reuse guard puzzle-generator applies, measured both
      * ways from the day being planned
       check-recent-use.
           move 'N' to ws-hist-found
           perform varying h from 1 by 1
             until h > ws-history-count or ws-hist-found = 'Y'
             if ws-ht-publication(h) = ep-publication
               and ws-ht-subject(h) = ws-hist-subject
               and ws-ht-date(h) not = ws-target-date then
               compute ws-hist-age = ws-target-int - ws-ht-int(h)
               if ws-hist-age < 0 then
                 compute ws-hist-age = 0 - ws-hist-age
               end-if
               if ws-hist-age <= ws-hist-window then
                 move 'Y' to ws-hist-found
               end-if
             end-if
           end-perform
           .

      * the candidates are put in signature order, then one pass
      * over the master finds each word's signature among them - a
      * word sharing a candidate's letters is one of its answers
       count-candidate-matches.
           perform varying i from 1 by 1 until i > ws-cand-count
             move i to ws-si(i)
           end-perform
           perform varying i from 2 by 1 until i > ws-cand-count
             move ws-si(i) to ws-si-hold
             move i to j
             perform until j < 2
               or ws-cd-signature(ws-si(j - 1))
                 <= ws-cd-signature(ws-si-hold)
               move ws-si(j - 1) to ws-si(j)
               subtract 1 from j
             end-perform
             move ws-si-hold to ws-si(j)
           end-perform
           perform varying ws-wm-rel-key from 2 by 1
             until ws-wm-rel-key > ws-wm-master-count + 1
             read word-master
               invalid key continue
               not invalid key
                 if not wm-not-puzzle-eligible
                   and not wm-is-proper-noun
                   and not wm-suppress-print then
                   perform match-master-word
                 end-if
             end-read
           end-perform
           .

       match-master-word.
           move 0 to ws-si-found
           move 1 to ws-si-low
           move ws-cand-count to ws-si-high
           perform until ws-si-low > ws-si-high or ws-si-found > 0
             compute ws-si-mid = (ws-si-low + ws-si-high) / 2
             if ws-cd-signature(ws-si(ws-si-mid)) = wm-signature then
               move ws-si-mid to ws-si-found
             else
               if ws-cd-signature(ws-si(ws-si-mid)) < wm-signature
                 then
                 compute ws-si-low = ws-si-mid + 1
               else
                 if ws-si-mid = 1 then
                   move 0 to ws-si-high
                 else
                   compute ws-si-high = ws-si-mid - 1
                 end-if
               end-if
             end-if
           end-perform
           if ws-si-found = 0 then
             exit paragraph
           end-if
           perform until ws-si-found < 2
             or ws-cd-signature(ws-si(ws-si-found - 1))
               not = wm-signature
             subtract 1 from ws-si-found
           end-perform
           if ep-theme not = spaces then
             move 'N' to ws-in-theme
             perform varying t from 1 by 1
               until t > ws-theme-count or ws-in-theme = 'Y'
               if ws-theme-word(t) = wm-word then
                 move 'Y' to ws-in-theme
               end-if
             end-perform
             if ws-in-theme not = 'Y' then
               exit paragraph
             end-if
           end-if
           perform varying i from ws-si-found by 1
             until i > ws-cand-count
               or ws-cd-signature(ws-si(i)) not = wm-signature
             move ws-si(i) to c
             if ws-cd-word(c) not = wm-word then
               add 1 to ws-cd-matches(c)
               if wm-freq-rank >= ws-freq-hard
                 and wm-freq-rank > 0 then
                 add 1 to ws-cd-lowband(c)
               end-if
             end-if
           end-perform
           .

      * grade-puzzle's score, worked from the counts: every answer
      * shares the subject's letters and so its length
       grade-candidates.
           evaluate true
             when ep-easy move "EASY" to ws-band-rating
             when ep-medium move "MEDIUM" to ws-band-rating
             when ep-hard move "HARD" to ws-band-rating
             when other move spaces to ws-band-rating
           end-evaluate
           perform varying c from 1 by 1 until c > ws-cand-count
             move 0 to ws-grade-score
             if ws-cd-matches(c) <= ws-match-hard then
               add 2 to ws-grade-score
             else
               if ws-cd-matches(c) < ws-match-easy then
                 add 1 to ws-grade-score
               end-if
             end-if
             if ws-cd-matches(c) > 0
               and ws-cd-len(c) >= ws-avglen-hard then
               add 1 to ws-grade-score
             end-if
             move 0 to ws-rare-count
             perform varying ws-rare-i from 1 by 1
               until ws-rare-i > 10
               if ws-rare-letters(ws-rare-i:1) not = space then
                 move 0 to ws-rare-tally
                 inspect ws-cd-word(c)
                   tallying ws-rare-tally
                   for all ws-rare-letters(ws-rare-i:1)
                 add ws-rare-tally to ws-rare-count
               end-if
             end-perform
             if ws-rare-count >= ws-rare-hard then
               add 1 to ws-grade-score
             end-if
             if ws-cd-lowband(c) > 0 then
               add 1 to ws-grade-score
             end-if
             if ws-grade-score >= ws-hard-cut then
               move "HARD" to ws-cd-rating(c)
             else
               if ws-grade-score >= ws-medium-cut then
                 move "MEDIUM" to ws-cd-rating(c)
               else
                 move "EASY" to ws-cd-rating(c)
               end-if
             end-if
      * a subject with no answers is no anagram puzzle at all
             if ws-cd-matches(c) > 0
               and (ws-band-rating = spaces
                 or ws-cd-rating(c) = ws-band-rating) then
               move 'Y' to ws-cd-qualifies(c)
             end-if
           end-perform
           .

       choose-candidate.
           move 0 to ws-qualify-count
           perform varying c from 1 by 1 until c > ws-cand-count
             if ws-cd-qualifies(c) = 'Y' then
               add 1 to ws-qualify-count
             end-if
           end-perform
           if ws-qualify-count = 0 then
             move spaces to ws-reason
             if ws-band-rating = spaces or ep-pyramid then
               string "NONE OF " ws-cand-count
                 " CANDIDATE(S) HAS AN ANSWER"
                 delimited by size into ws-reason
             else
               string "NONE OF " ws-cand-count " CANDIDATE(S) "
                 "GRADES " ws-band-rating
                 delimited by size into ws-reason
             end-if
             exit paragraph
           end-if
           move 1 to randed-low
           move ws-qualify-count to randed-high
           perform draw-plan-number
           move 0 to ws-pick
           perform varying c from 1 by 1
             until c > ws-cand-count or ws-pick = randed-ranged
             if ws-cd-qualifies(c) = 'Y' then
               add 1 to ws-pick
               if ws-pick = randed-ranged then
                 move ws-cd-word(c) to ws-subject
                 move ws-cd-rating(c) to ws-rating
               end-if
             end-if
           end-perform
           .

       draw-plan-number.
           call 'cobrand' using init-status, randed, cur-date,
               randed-low, randed-high, randed-ranged,
               preview-mode, stream-name, weighted-draw
           if randed-ranged < randed-low
             or randed-ranged > randed-high then
             move randed-high to randed-ranged
           end-if
           .

      * each language keeps its own master, as ANAGRAM reads them
       open-word-master.
           move 0 to ws-wm-master-count
           move spaces to ws-wm-file-name
           if ep-language = spaces then
             move 'WORD-MASTER.DAT' to ws-wm-file-name
           else
             string 'WORD-MASTER.' ep-language '.DAT'
               delimited by size into ws-wm-file-name
           end-if
           open input word-master
           if ws-word-master-status = '00' then
             move 1 to ws-wm-rel-key
             read word-master
             move wm-word(1:6) to ws-wm-master-count
           end-if
           .

       close-word-master.
           if ws-word-master-status = '00' then
             close word-master
           end-if
           .

      * the same binary search ANAGRAM and puzzle-score carry
       word-exists-check.
           move 'N' to ws-wm-found
           move 2 to ws-wm-low
           compute ws-wm-high = ws-wm-master-count + 1
           perform until ws-wm-low > ws-wm-high
               or ws-wm-found = 'Y'
             compute ws-wm-mid = (ws-wm-low + ws-wm-high) / 2
             move ws-wm-mid to ws-wm-rel-key
             read word-master
               invalid key continue
             end-read
             if wm-word = ws-wm-target then
               move 'Y' to ws-wm-found
             else
               if wm-word < ws-wm-target then
                 compute ws-wm-low = ws-wm-mid + 1
               else
                 compute ws-wm-high = ws-wm-mid - 1
               end-if
             end-if
           end-perform
           .

      * the desk's own rows first, as they were, then one row per
      * planned day not already keyed - an unfilled day goes out
      * with a blank subject, which the generator passes over
      * until the desk keys one in
       rewrite-puzzle-file.
           open output puzzle-out
           perform varying k from 1 by 1 until k > ws-keyed-total
             if ws-kp-keep(k) = 'Y' then
               move ws-kp-record(k) to po-record
               write po-record
             end-if
           end-perform
           perform varying p from 1 by 1 until p > ws-plan-count
             if not ws-pl-keyed(p) then
               move ws-pl-record(p) to ep-record
               move spaces to pz-ctl-record
               move ws-pl-subject(p) to pz-subject
               move ep-date to pz-date
               move ep-publication to pz-publication
               move ep-theme to pz-theme
               move ep-format to pz-format
               move ep-language to pz-language
               move ep-difficulty to pz-difficulty
               move ep-grid-size to pz-grid-size
               move pz-ctl-record to po-record
               write po-record
             end-if
           end-perform
           close puzzle-out
           move 'N' to ws-eof
           open input puzzle-out
           open output puzzle-live
           perform until ws-eof = 'Y'
             read puzzle-out
               at end move 'Y' to ws-eof
               not at end
                 move po-record to pv-record
                 write pv-record
             end-read
           end-perform
           close puzzle-out
           close puzzle-live
           .

      * the desk reviews the week here before the nightly run: what
      * was picked and its estimated grade, what it keyed itself,
      * and what is still left for it, each with the plan's note
       write-plan-report.
           open output report-out
           move spaces to print-line
           string "EDITORIAL PLAN GENERATION  " ws-run-date
             "   DAYS " ws-start-date " TO " ws-end-date
             delimited by size into print-line
           write print-line
           move spaces to print-line
           write print-line
           move "DATE     PB FORMAT      THEME    B LA SUBJECT"
             to print-line
           move "EST.   STATE" to print-line(70:12)
           write print-line
           perform varying p from 1 by 1 until p > ws-plan-count
             perform write-plan-line
           end-perform
           move spaces to print-line
           write print-line
           move spaces to print-line
           if ws-plan-count = 0 then
             move "  NOTHING PLANNED FOR THESE DAYS ON EDPLAN.DAT"
               to print-line
             write print-line
           else
             string "  PLANNED " ws-plan-count "  PICKED "
               ws-filled-count "  KEYED BY DESK " ws-keyed-count
               "  LEFT FOR DESK " ws-unfilled-count
               delimited by size into print-line
             write print-line
           end-if
           close report-out
           move "PLAN-GENERATE" to ra-program-id
           move "PLANGEN.RPT" to ra-report-name
           call 'report-archive' using ra-program-id, ra-report-name
           .

       write-plan-line.
           move ws-pl-record(p) to ep-record
           move ep-date to ws-dl-date
           move ep-publication to ws-dl-publication
           evaluate true
             when ep-anagram move "ANAGRAM" to ws-dl-format
             when ep-pyramid move "PYRAMID" to ws-dl-format
             when ep-crossword move "CROSSWORD" to ws-dl-format
             when ep-word-search move "WORD SEARCH" to ws-dl-format
             when ep-numeronym move "NUMERONYM" to ws-dl-format
             when other move ep-format to ws-dl-format
           end-evaluate
           move ep-theme to ws-dl-theme
           move ep-difficulty to ws-dl-band
           move ep-language to ws-dl-language
           move ws-pl-subject(p) to ws-dl-subject
           move ws-pl-rating(p) to ws-dl-rating
           evaluate true
             when ws-pl-filled(p) move "PICKED" to ws-dl-state
             when ws-pl-keyed(p) move "KEYED" to ws-dl-state
             when other move "FOR THE DESK" to ws-dl-state
           end-evaluate
           move ws-detail-line to print-line
           write print-line
           if ws-pl-unfilled(p) then
             move spaces to print-line
             string "         " ws-pl-reason(p) delimited by size
               into print-line
             write print-line
           end-if
           if ep-note not = spaces then
             move spaces to print-line
             string "         NOTE: " ep-note delimited by size
               into print-line
             write print-line
           end-if
           .

       set-job-status.
           evaluate true
             when ws-plan-count = 0
               set job-warning to true
               move "NOTHING PLANNED FOR THE DAYS GENERATED"
                 to ws-job-message
             when ws-unfilled-count > 0
               set job-warning to true
               move ws-unfilled-count to ws-count-disp
               move spaces to ws-job-message
               string ws-count-disp " PLANNED DAY(S) LEFT FOR DESK"
                 delimited by size into ws-job-message
             when other
               set job-ok to true
               move ws-filled-count to ws-count-disp
               move spaces to ws-job-message
               string ws-count-disp " SUBJECT(S) PICKED FOR REVIEW"
                 delimited by size into ws-job-message
           end-evaluate
           .

      * the files this run read and wrote, fingerprinted into the
      * run manifest under the run number and step in flight
       record-run-manifest.
           move "PLAN-GENERATE" to rm-program-id
           move "EDPLAN.DAT" to rm-file-name
           set rm-read to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           move "PUZZHIST.DAT" to rm-file-name
           set rm-read to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           if ws-plan-count > 0 then
             move "PUZZLE.DAT" to rm-file-name
             set rm-written to true
             call 'run-manifest' using rm-program-id, rm-file-name,
                 rm-direction
           end-if
           .

       record-table-peaks.
           move "PLAN-GENERATE" to tp-program-id
           move "WS-PLAN-TABLE" to tp-table-name
           move ws-max-plan-rows to tp-ceiling
           move ws-plan-count to tp-peak
           perform file-table-peak
           move "WS-KEYED-TABLE" to tp-table-name
           move ws-max-keyed to tp-ceiling
           move ws-keyed-total to tp-peak
           perform file-table-peak
           move "WS-HISTORY-TABLE" to tp-table-name
           move ws-max-history to tp-ceiling
           move ws-history-count to tp-peak
           perform file-table-peak
           move "WS-CAND-TABLE" to tp-table-name
           move ws-max-cands to tp-ceiling
           move ws-peak-cands to tp-peak
           perform file-table-peak
           move "WS-TEMPLATE-TABLE" to tp-table-name
           move ws-max-templates to tp-ceiling
           move ws-template-count to tp-peak
           perform file-table-peak
           .

       file-table-peak.
           call 'table-peak' using tp-program-id, tp-table-name,
               tp-ceiling, tp-peak
           .

       write-audit-log.
           move "PLAN-GENERATE" to aud-program-id
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

       end program plan-generate.
