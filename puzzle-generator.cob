           select pyramid-key assign dynamic ws-pyr-key-name
           organization is line sequential.

           select grid-template assign to 'GRIDTPL.DAT'
           organization is line sequential
           file status is ws-template-status.

           select grid-history assign to 'GRIDHIST.DAT'
           organization is line sequential
           file status is ws-grid-hist-status.

           select xword-sheet assign dynamic ws-xwd-sheet-name
           organization is line sequential.

           select xword-key assign dynamic ws-xwd-key-name
           organization is line sequential.

           select category-master assign to 'WORDCAT.DAT'
           organization is line sequential
           file status is ws-category-status.

           select search-sheet assign dynamic ws-srch-sheet-name
           organization is line sequential.

           select search-key assign dynamic ws-srch-key-name
           organization is line sequential.

           select numeronym-index assign to 'NUMINDEX.DAT'
           organization is relative
           access mode is random
           relative key is ws-nx-rel-key
           file status is ws-numindex-status.

           select numeronym-except assign to 'NUMEXCEPT.DAT'
           organization is line sequential
           file status is ws-numexcept-status.

           select usage-master assign to 'WORDUSE.DAT'
           organization is line sequential
           file status is ws-usage-status.

           select number-sheet assign dynamic ws-num-sheet-name
           organization is line sequential.

           select number-key assign dynamic ws-num-key-name
           organization is line sequential.

       data division.
       file section.
      * one record per puzzle to produce: the subject and its target
      * format 'P' produces a pyramid sheet off the tiered
      * sub-anagram output instead of the classic anagram sheet;
      * blank (or 'A') keeps the original format
      * format 'X' is the mini crossword: the subject field carries
      * the block-pattern template code off GRIDTPL.DAT instead of
      * a subject, and the difficulty band (E, M or H - blank is M)
      * picks how common the fill words must be
      * format 'N' is decode-the-numeronym: its subject is set to
      * NUMERONYMS and the date, one per puzzle, so the scoring run
      * finds that day's answers and no other's
      * format 'W' is the themed word search: the theme code names
      * the WORDCAT.DAT category, the subject is the title printed
      * over the grid (the theme when left blank), and the grid
      * size is the squares per side - blank takes the standard 12
      * the family option 'Y' keeps one member of each inflection
      * family on WORDFAM.DAT in the key - CAT, not CAT and CATS -
      * and has the scoring run credit a family once; blank keeps
      * every match as before
       01 pz-ctl-record.
           02 pz-subject pic X(40).
           02 pz-date pic X(8).
           02 pz-theme pic X(8).
           02 pz-format pic X(1).
           02 pz-language pic X(2).
           02 pz-difficulty pic X(1).
           02 pz-grid-size pic X(2).
           02 pz-family pic X(1).

       fd  anagram-batch.
       01 ana-in-record.
           02 ana-in-theme pic X(8).
           02 ana-in-language pic X(2).

      * the numeronym puzzle appends its own answers here, so the
      * scoring and usage runs treat them as any other day's
       fd  matches-in.
       01 mat-record.
           02 mat-date pic X(10).
           02 mat-subject pic X(40).
           02 mat-word pic X(40).
           02 mat-publication pic X(2).
           02 mat-language pic X(2).
           02 mat-mode pic X(1).

       fd  puzzle-out.
       01 print-line pic X(80).
           02 ph-subject pic X(40).
           02 ph-date pic X(8).
           02 ph-publication pic X(2).
      * the puzzle's family option, carried so the scoring run
      * knows whether a family counts as one answer; blank on rows
      * written before the option existed
           02 ph-family pic X(1).
      * the puzzle's dictionary language, so the edit and scoring
      * runs take a reader's spelling variants from the right
      * language's list; blank is the primary language
           02 ph-language pic X(2).

      * reuse-guard options: how many days back a subject counts as
      * recently used, and whether a recent subject is rejected from
       fd  pyramid-key.
       01 pyr-key-line pic X(80).

      * crossword block patterns, one row per grid row: '.' an open
      * square, '#' a block.  a 5x5 template has rows 1 to 5, a 7x7
      * rows 1 to 7, all under the one template code
       fd  grid-template.
       01 gt-record.
           02 gt-code pic X(8).
           02 gt-size pic 9(1).
           02 gt-row pic 9(1).
           02 gt-pattern pic X(7).

      * every word filled into a crossword grid, so the reuse guard
      * covers fill words as well as subjects - PUZZHIST keeps one
      * row per puzzle, which the scoring and almanac runs rely on
       fd  grid-history.
       01 gh-record.
           02 gh-word pic X(25).
           02 gh-date pic X(8).
           02 gh-publication pic X(2).
           02 gh-template pic X(8).

      * the print-ready blank grid with numbered squares and the
      * clue slots; the filled grid goes to the separate key file
       fd  xword-sheet.
       01 xwd-sheet-line pic X(80).

       fd  xword-key.
       01 xwd-key-line pic X(80).

       fd  category-master.
       01 wc-record.
           02 wc-word pic A(25).
           02 wc-category pic X(8).

      * the children's-page word search: letter grid and the list
      * of words to find; where each word lies goes to the key
       fd  search-sheet.
       01 srch-sheet-line pic X(80).

       fd  search-key.
       01 srch-key-line pic X(80).

      * numindex-build's reverse-lookup index: numeronyms sorted by
      * boundary length then numeronym behind a key-1 count record,
      * so every expansion of one numeronym sits together
       fd  numeronym-index.
       01 nx-record.
           02 nx-boundary pic 9.
           02 nx-numeronym pic X(30).
           02 nx-word pic A(100).

       fd  numeronym-except.
       01 ne-record.
           02 ne-word pic A(100).
           02 ne-reason pic X(30).

       fd  usage-master.
       01 wu-record.
           02 wu-word pic X(40).
           02 wu-first-used pic X(8).
           02 wu-last-used pic X(8).
           02 wu-times-used pic 9(5).

      * the tech supplement's numeronym sheet: the abbreviations
      * and blanks; the expansions go to the key
       fd  number-sheet.
       01 num-sheet-line pic X(80).

       fd  number-key.
       01 num-key-line pic X(80).

       working-storage section.
       copy "progstat-call.copy".
       copy "manifest-data.copy".
       copy "status-data.copy".
       copy "runlock-data.copy".
       copy "cobrand-data.copy".
       copy "tablepeak-data.copy".
       copy "family-call.copy".
       78  ws-max-candidates value 200.
       78  ws-max-puzzles value 20.
       78  ws-max-tiers value 40.
       01 ws-matches-status pic XX.
       01 ws-puzzle-out-status pic XX.
       01 ws-audit-log-status pic XX.
               05 ws-pz-theme pic X(8).
               05 ws-pz-format pic X(1).
               05 ws-pz-lang pic X(2).
               05 ws-pz-difficulty pic X(1).
               05 ws-pz-grid-size pic X(2).
               05 ws-pz-family pic X(1).
               05 ws-pz-matches pic 9(3).
               05 ws-pz-rating pic X(6).
       01 ws-publication pic X(2).
       01 ws-format pic X(1).
       01 ws-family pic X(1).

       01 ws-match-count pic 999 value 0.
       01 ws-match-table.
           02 ws-match pic X(40) occurs ws-max-candidates times.
      * family keys of the answers kept, while a key is folded to
      * one member per family
       01 ws-match-family-table.
           02 ws-match-family pic X(40)
             occurs ws-max-candidates times.
       01 ws-folded-count pic 999 value 0.
       01 ws-fold-k pic 9(4).
       01 ws-fold-j pic 9(4).
       01 ws-fold-at pic 9(4).
       01 ws-peak-matches pic 999 value 0.
       01 ws-dup-found pic X value 'N'.
       01 ws-dup-i pic 9(4).
       01 ws-no-match-count pic 9(2) value 0.

      * a phrase subject's hidden words, kept apart from its
      * anagram answers for their own section of sheet and key
       78  ws-max-hidden value 50.
       01 ws-hidden-count pic 9(2) value 0.
       01 ws-peak-hidden pic 9(2) value 0.
       01 ws-hidden-table.
           02 ws-hidden-word pic X(40) occurs ws-max-hidden times.
       01 ws-hd pic 9(2).
       01 ws-phrase-spaces pic 9(2).

       01 ws-grade-rules-status pic XX.
       01 ws-grade-out-status pic XX.
       01 ws-match-easy pic 9(3) value 10.
       01 ws-hist-subject pic X(40).
       01 ws-hist-found pic X(1).
       01 ws-hist-used-date pic X(8).
       01 ws-hist-eof pic X(1).
       01 ws-hist-check-date pic X(8).
       01 ws-today-int pic 9(7).
       01 ws-hist-int pic 9(7).
       01 ws-pyr-sheet-name pic X(26).
       01 ws-pyr-key-name pic X(30).
       01 ws-pyramid-count pic 9(2) value 0.
       01 ws-peak-tiers pic 9(2) value 0.
       01 ws-pyramid-table.
           02 ws-pyramid-entry occurs ws-max-tiers times.
               05 ws-pyr-picked pic X(1).
               05 ws-pyr-word pic X(40).
               05 ws-pyr-family pic X(40).
       01 ws-pyr-len pic 99.
       01 ws-pyr-row pic 9(2).
       01 ws-pyr-col pic 99.
       01 ws-row-blanks pic X(80).

      * mini crossword work areas.  the grid holds each square's
      * block flag, letter, the fill depth that set the letter (so
      * a backtrack lifts only its own letters), its clue number and
      * the across and down slots running through it
       78  ws-max-grid value 7.
       78  ws-max-slots value 48.
       78  ws-max-fill-words value 5000.
       78  ws-max-exclusions value 3000.
       78  ws-max-placements value 50000.
       01 ws-template-status pic XX.
       01 ws-grid-hist-status pic XX.
       01 ws-xwd-sheet-name pic X(30).
       01 ws-xwd-key-name pic X(30).
       01 ws-difficulty pic X(1).
       01 ws-grid-size pic 9(1) value 0.
       01 ws-grid-rows-found pic 9(1).
       01 ws-grid-ok pic X(1).
       01 ws-row-loaded-table.
           02 ws-row-loaded pic X(1) occurs ws-max-grid times.
       01 ws-grid-fail-count pic 9(2) value 0.
       01 ws-grid-table.
           02 ws-grid-row occurs ws-max-grid times.
               05 ws-grid-cell occurs ws-max-grid times.
                   10 ws-gc-block pic X(1).
                   10 ws-gc-letter pic X(1).
                   10 ws-gc-set-by pic 9(2).
                   10 ws-gc-number pic 9(2).
                   10 ws-gc-across pic 9(2).
                   10 ws-gc-down pic 9(2).
       01 ws-gr pic 9(2).
       01 ws-gk pic 9(2).
       01 ws-run-len pic 9(2).
       01 ws-clue-number pic 9(2).
       01 ws-starts-slot pic X(1).
       01 ws-run-ended pic X(1).
       01 ws-slot-new-from pic 9(2).

      * one slot per across or down run of two or more squares, in
      * clue-number order
       01 ws-slot-count pic 9(2) value 0.
       01 ws-peak-slots pic 9(2) value 0.
       01 ws-slot-table.
           02 ws-slot-entry occurs ws-max-slots times.
               05 ws-sl-dir pic X(1).
               05 ws-sl-row pic 9(2).
               05 ws-sl-col pic 9(2).
               05 ws-sl-len pic 9(2).
               05 ws-sl-number pic 9(2).
               05 ws-sl-ordered pic X(1).
               05 ws-sl-word pic X(7).
       01 ws-s pic 9(2).
       01 ws-t pic 9(2).
       01 ws-sr pic 9(2).
       01 ws-sc pic 9(2).
       01 ws-best-slot pic 9(2).
       01 ws-best-cross pic 9(2).
       01 ws-cross-count pic 9(2).
       01 ws-xs pic 9(2).
       01 ws-xc pic 9(2).
       01 ws-xr pic 9(2).
       01 ws-xcol pic 9(2).
       01 ws-xk pic 9(5).
       01 ws-xlen pic 9(2).
       01 ws-cross-ok pic X(1).

      * fill order and, per depth, the last candidate position tried
       01 ws-fill-order-table.
           02 ws-fill-order pic 9(2) occurs ws-max-slots times.
           02 ws-fill-try pic 9(5) occurs ws-max-slots times.
       01 ws-depth pic 9(2).
       01 ws-fill-state pic X(1).
           88 ws-fill-searching value 'S'.
           88 ws-fill-done value 'D'.
           88 ws-fill-failed value 'F'.
       01 ws-placements pic 9(6).

      * candidate fill words bucketed by length, each bucket tried
      * from a drawn starting point so the same template does not
      * fill the same way every week
       01 ws-fill-word-table.
           02 ws-fill-bucket occurs ws-max-grid times.
               05 ws-fb-count pic 9(4).
               05 ws-fb-offset pic 9(4).
               05 ws-fb-word pic X(7) occurs ws-max-fill-words times.
       01 ws-peak-fill-words pic 9(4) value 0.
       01 ws-fill-word pic X(7).
       01 ws-fill-len pic 9(2).
       01 ws-fill-k pic 9(5).
       01 ws-fill-ix pic 9(4).
       01 ws-fill-fits pic X(1).
       01 ws-fill-found pic X(1).
       01 ws-fill-c pic 9(2).
       01 ws-fill-char pic X(1).
       01 ws-easy-top pic 9(2).
       01 ws-rank-work pic 9(2).

      * recently used words kept out of the fill: PUZZHIST subjects
      * and GRIDHIST fill words inside the reuse window
       01 ws-exclusion-count pic 9(4) value 0.
       01 ws-exclusion-table.
           02 ws-excluded-word pic X(40) occurs ws-max-exclusions
               times.
       01 ws-excl-word pic X(40).
       01 ws-excl-i pic 9(4).
       01 ws-excl-found pic X(1).
       01 ws-grid-date-int pic 9(7).

      * sheet rendering and clue lookups
       01 ws-grid-line pic X(80).
       01 ws-grid-pos pic 9(2).
       01 ws-grid-letters pic X(1).
       01 ws-num-edit pic z9.
       01 ws-len-edit pic 9.
       01 ws-clue-text pic X(60).

      * word search work areas.  the category's eligible words are
      * dealt into a drawn order, then placed longest first, each
      * from a drawn starting point in the square-by-direction
      * space and on round until it fits; the squares left over
      * take drawn letters.  every draw is on the WORDSRCH stream,
      * so a rerun deals the same grid from the same seed
      * checkpoint
       78  ws-max-search-grid value 20.
       78  ws-max-search-words value 200.
       01 ws-category-status pic XX.
       01 ws-srch-sheet-name pic X(32).
       01 ws-srch-key-name pic X(32).
       01 ws-srch-size pic 9(2).
       01 ws-srch-target pic 9(2).
       01 ws-srch-grid-table.
           02 ws-srch-row pic X(20) occurs ws-max-search-grid times.
       01 ws-srch-cand-count pic 9(3) value 0.
       01 ws-peak-srch-cands pic 9(3) value 0.
       01 ws-srch-cand-table.
           02 ws-srch-cand occurs ws-max-search-words times.
               05 ws-sw-word pic X(20).
               05 ws-sw-len pic 9(2).
               05 ws-sw-placed pic X(1).
               05 ws-sw-row pic 9(2).
               05 ws-sw-col pic 9(2).
               05 ws-sw-dir pic 9(1).
       01 ws-srch-cand-hold pic X(28).
       01 ws-srch-placed pic 9(3).
       01 ws-srch-skipped pic 9(3).
       01 ws-sw pic 9(3).
       01 ws-sw2 pic 9(3).
       01 ws-sw-best pic 9(3).
       01 ws-srch-word pic X(25).

      * the eight directions as row and column steps, stored one
      * up (0 is back a square, 1 stays, 2 goes on a square)
       01 ws-srch-dir-values.
           02 filler pic X(12) value '12ACROSS    '.
           02 filler pic X(12) value '10BACKWARDS '.
           02 filler pic X(12) value '21DOWN      '.
           02 filler pic X(12) value '01UP        '.
           02 filler pic X(12) value '22DOWN-RIGHT'.
           02 filler pic X(12) value '00UP-LEFT   '.
           02 filler pic X(12) value '20DOWN-LEFT '.
           02 filler pic X(12) value '02UP-RIGHT  '.
       01 ws-srch-dir-table redefines ws-srch-dir-values.
           02 ws-srch-dir-entry occurs 8 times.
               05 ws-sd-row-step pic 9(1).
               05 ws-sd-col-step pic 9(1).
               05 ws-sd-name pic X(10).
       01 ws-srch-positions pic 9(5).
       01 ws-srch-start pic 9(5).
       01 ws-srch-k pic 9(5).
       01 ws-srch-pos pic 9(5).
       01 ws-srch-cell pic 9(5).
       01 ws-srch-d pic 9(1).
       01 ws-srch-r pic s9(3).
       01 ws-srch-c pic s9(3).
       01 ws-srch-end-r pic s9(3).
       01 ws-srch-end-c pic s9(3).
       01 ws-srch-dr pic s9(1).
       01 ws-srch-dc pic s9(1).
       01 ws-srch-i pic 9(2).
       01 ws-srch-fits pic X(1).
       01 ws-srch-new-cells pic 9(2).
       01 ws-srch-cr pic s9(3).
       01 ws-srch-cc pic s9(3).
       01 ws-srch-sort-n pic 9(3).
       01 ws-srch-swap pic X(1).
       01 ws-srch-key-table.
           02 ws-srch-key-row pic X(20)
               occurs ws-max-search-grid times.
       01 ws-srch-letters pic X(26) value
           'abcdefghijklmnopqrstuvwxyz'.
       01 ws-srch-line pic X(80).
       01 ws-srch-row-work pic X(20).

      * numeronym work areas: every index entry standing alone at
      * the day's boundary length is a candidate, less the
      * protected words, anything sharing a protected word's
      * numeronym, and answers used inside the reuse window
       78  ws-max-num-cands value 500.
       78  ws-max-num-excepts value 200.
       78  ws-num-clue-count value 8.
       01 ws-numindex-status pic XX.
       01 ws-numexcept-status pic XX.
       01 ws-usage-status pic XX.
       01 ws-num-sheet-name pic X(32).
       01 ws-num-key-name pic X(32).
       01 ws-nx-rel-key pic 9(6).
       01 ws-nx-count pic 9(6).
       01 ws-num-boundary pic 9(1).
       01 ws-num-prev-numeronym pic X(30).
       01 ws-num-prev-word pic X(100).
       01 ws-num-group-size pic 9(4).
       01 ws-num-word pic A(100).
       01 ws-num-result pic A(150).
       01 ws-num-len pic 9(3).
       01 ws-num-cand-count pic 9(3) value 0.
       01 ws-peak-num-cands pic 9(3) value 0.
       01 ws-num-cand-table.
           02 ws-num-cand occurs ws-max-num-cands times.
               05 ws-nc-numeronym pic X(30).
               05 ws-nc-word pic X(40).
       01 ws-num-cand-hold pic X(70).
       01 ws-num-picked pic 9(2).
       01 ws-nc pic 9(3).
       01 ws-nc2 pic 9(3).
       01 ws-num-except-count pic 9(3) value 0.
       01 ws-num-except-table.
           02 ws-num-except occurs ws-max-num-excepts times.
               05 ws-nv-word pic X(100).
               05 ws-nv-numeronym pic X(30).
       01 ws-nv pic 9(3).
       01 ws-num-barred pic X(1).
       01 ws-num-digits pic 9(3).
       01 ws-num-digits-ed pic zz9.
       01 ws-num-seq-ed pic z9.
       01 ws-num-clue pic X(30).
       01 ws-srch-edit pic z9.

       procedure division.
       main-line.
           move "PUZZLE-GENERATOR" to aud-program-id
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           perform take-run-lock
           if lk-busy then
             display lk-holder-message
               until p > ws-puzzle-count
               perform produce-one-puzzle
             end-perform
             perform record-run-manifest
             perform record-table-peaks
             perform display-run-summary
             perform set-job-status
             perform release-run-lock
           .

       load-one-control-record.
           if pz-format = 'W' and pz-subject = spaces then
             move pz-theme to pz-subject
           end-if
           if pz-format = 'N' then
             perform set-numeronym-subject
           end-if
           if pz-subject not = spaces
             and ws-puzzle-count < ws-max-puzzles then
      * a crossword's subject field is a template code and a word
      * search's a title over a theme, both reused by design - the
      * crossword's fill words are guarded instead
             if pz-format = 'X' or pz-format = 'W' then
               move 'N' to ws-hist-found
             else
               perform check-subject-history
             end-if
             if ws-hist-found = 'Y' and ws-hist-action = 'R' then
               add 1 to ws-rejected-subjects
               display "SUBJECT REJECTED - USED " ws-hist-used-date
               move pz-theme to ws-pz-theme(ws-puzzle-count)
               move pz-format to ws-pz-format(ws-puzzle-count)
               move pz-language to ws-pz-lang(ws-puzzle-count)
               move pz-difficulty
                 to ws-pz-difficulty(ws-puzzle-count)
               move pz-grid-size to ws-pz-grid-size(ws-puzzle-count)
               move pz-family to ws-pz-family(ws-puzzle-count)
               if pz-date = spaces then
                 move ws-sysdate to ws-pz-date(ws-puzzle-count)
               else
           end-if
           .

      * one numeronym subject per publication and date: the scoring
      * run matches answers on subject alone, so a shared title
      * would let one day's expansions score against another's
       set-numeronym-subject.
           move spaces to pz-subject
           if pz-date = spaces then
             move ws-sysdate to ws-hist-check-date
           else
             move pz-date to ws-hist-check-date
           end-if
           if pz-publication = spaces then
             string "numeronyms " ws-hist-check-date
               into pz-subject
           else
             string "numeronyms " pz-publication " "
               ws-hist-check-date into pz-subject
           end-if
           .

       load-history-options.
           open input history-ctl
           if ws-history-ctl-status = '00' then
           else
             move pz-date to ws-hist-check-date
           end-if
           move 'N' to ws-hist-eof
           open input puzzle-history
           if ws-history-status = '00' then
             perform until ws-hist-eof = 'Y'
               read puzzle-history
                 at end move 'Y' to ws-hist-eof
                 not at end
                   if ph-subject = ws-hist-subject
                     and ph-publication = pz-publication
             to ph-subject
           move ws-target-date to ph-date
           move ws-publication to ph-publication
           move ws-family to ph-family
           move ws-pz-lang(p) to ph-language
           write ph-record
           close puzzle-history
           .
           open output anagram-batch
           perform varying p from 1 by 1
             until p > ws-puzzle-count
      * the crossword, the word search and the numeronym puzzle
      * draw their words from the masters directly and have
      * nothing for ANAGRAM to scan
             if ws-pz-format(p) not = 'X'
               and ws-pz-format(p) not = 'W'
               and ws-pz-format(p) not = 'N' then
               perform write-one-batch-header
             end-if
           end-perform
           close anagram-batch
           .

       write-one-batch-header.
           move spaces to ana-in-record
           move 'H' to ana-in-rec-type
           move ws-pz-subject(p) to ana-in-subject
           move 0 to ana-in-cand-count
      * a pyramid subject runs ANAGRAM's tiered sub-anagram mode;
      * everything else stays on the dictionary-wide anagram scan
           if ws-pz-format(p) = 'P' then
             move 'S' to ana-in-mode
           else
             move 'A' to ana-in-mode
           end-if
           move 0 to ana-in-min-len
           move ws-pz-pub(p) to ana-in-publication
           move ws-pz-theme(p) to ana-in-theme
           move ws-pz-lang(p) to ana-in-language
           write ana-in-record
      * a phrase subject also goes through the hidden-word scan
      * for the sheet's find-the-hidden-word section
           move 0 to ws-phrase-spaces
           inspect function trim(ws-pz-subject(p))
             tallying ws-phrase-spaces for all ' '
           if ws-pz-format(p) not = 'P' and ws-phrase-spaces > 0 then
             move 'H' to ana-in-mode
             write ana-in-record
           end-if
           .

       produce-one-puzzle.
           move ws-pz-subject(p) to ws-subject
           move ws-pz-date(p) to ws-target-date
           move ws-pz-pub(p) to ws-publication
           move ws-pz-format(p) to ws-format
           move ws-pz-family(p) to ws-family
           move 0 to ws-folded-count
           if ws-pz-format(p) = 'P' then
             perform produce-pyramid-puzzle
           else if ws-pz-format(p) = 'X' then
             perform produce-crossword-puzzle
           else if ws-pz-format(p) = 'W' then
             perform produce-search-puzzle
           else if ws-pz-format(p) = 'N' then
             perform produce-numeronym-puzzle
           else
             perform read-matches
             if ws-family = 'Y' then
               perform fold-key-families
             end-if
             if ws-match-count > ws-peak-matches then
               move ws-match-count to ws-peak-matches
             end-if
             move ws-match-count to ws-pz-matches(p)
             if ws-match-count = 0 then
               add 1 to ws-no-match-count
             perform write-grade-record
             perform append-history
           end-if
           end-if
           end-if
           end-if
           .

      * pyramid format: one word per length tier lifted from the
      * same grade and history paths as the anagram sheet
       produce-pyramid-puzzle.
           perform pick-pyramid-tiers
           if ws-pyramid-count > ws-peak-tiers then
             move ws-pyramid-count to ws-peak-tiers
           end-if
           if ws-match-count > ws-peak-matches then
             move ws-match-count to ws-peak-matches
           end-if
           move ws-pyramid-count to ws-pz-matches(p)
           if ws-pyramid-count = 0 then
             add 1 to ws-no-match-count
           move 0 to ws-pyramid-count
           move 0 to ws-match-count
           perform varying ws-pyr-len from 1 by 1
             until ws-pyr-len > ws-max-tiers
             move 'N' to ws-pyr-picked(ws-pyr-len)
             move spaces to ws-pyr-word(ws-pyr-len)
           end-perform
                     and sub-date(1:8) = ws-run-date(1:8)
                     and sub-publication = ws-publication
                     and sub-word-len > 0
                     and sub-word-len <= ws-max-tiers
                     and ws-pyr-picked(sub-word-len) not = 'Y'
                     then
                     move 'N' to ws-dup-found
                     if ws-family = 'Y' then
                       perform check-tier-family
                     end-if
                     if ws-dup-found = 'N' then
                       move 'Y' to ws-pyr-picked(sub-word-len)
                       move sub-word to ws-pyr-word(sub-word-len)
                       move wf-family-key
                         to ws-pyr-family(sub-word-len)
                       add 1 to ws-pyramid-count
                       if ws-match-count < ws-max-candidates then
                         add 1 to ws-match-count
                         move sub-word to ws-match(ws-match-count)
                       end-if
                     end-if
                   end-if
               end-read
           end-if
           .

      * CAT on one tier and CATS on the next is one answer twice:
      * with the family option on, a tier word whose family already
      * holds a tier is passed over for the next word of its length
       check-tier-family.
           move sub-word to wf-answer
           call 'word-family' using wf-answer, wf-family-key,
               wf-linked
           perform varying ws-fold-j from 1 by 1
             until ws-fold-j > ws-max-tiers or ws-dup-found = 'Y'
             if ws-pyr-picked(ws-fold-j) = 'Y'
               and ws-pyr-family(ws-fold-j) = wf-family-key then
               move 'Y' to ws-dup-found
               add 1 to ws-folded-count
             end-if
           end-perform
           .

       write-pyramid-sheet.
           perform scramble-subject
           move spaces to ws-pyr-sheet-name
           write pyr-sheet-line
           move 0 to ws-pyr-row
           perform varying ws-pyr-len from 1 by 1
             until ws-pyr-len > ws-max-tiers
             if ws-pyr-picked(ws-pyr-len) = 'Y' then
               add 1 to ws-pyr-row
               perform write-pyramid-blank-row
           else
             move 0 to ws-pyr-row
             perform varying ws-pyr-len from 1 by 1
               until ws-pyr-len > ws-max-tiers
               if ws-pyr-picked(ws-pyr-len) = 'Y' then
                 add 1 to ws-pyr-row
                 move spaces to pyr-key-line
           call "SYSTEM" using ws-chmod-command
           .

      * mini crossword: the template's blocks laid out and its
      * slots numbered, the fill words for the day's difficulty
      * loaded, and the grid filled by a backtracking search.  a
      * template that is missing or will not fill produces no sheet,
      * no key and no history rows
       produce-crossword-puzzle.
           move ws-pz-difficulty(p) to ws-difficulty
           if ws-difficulty not = 'E' and ws-difficulty not = 'H' then
             move 'M' to ws-difficulty
           end-if
           move 0 to ws-pz-matches(p)
           move spaces to ws-pz-rating(p)
           perform load-grid-template
           if ws-grid-ok = 'Y' then
             perform number-grid-slots
           end-if
           if ws-grid-ok not = 'Y' then
             add 1 to ws-grid-fail-count
             exit paragraph
           end-if
           perform load-grid-exclusions
           perform load-fill-words
           perform order-fill-slots
           perform fill-grid
           if not ws-fill-done then
             add 1 to ws-grid-fail-count
             display "GRID COULD NOT BE FILLED: "
               function trim(ws-subject) " " ws-target-date
             exit paragraph
           end-if
           perform grade-crossword
           move ws-match-count to ws-pz-matches(p)
           move ws-rating to ws-pz-rating(p)
           perform write-crossword-sheet
           perform write-crossword-key
           perform write-grade-record
           perform append-history
           perform append-grid-history
           .

      * every square starts as a block; the template's rows open
      * the squares they mark.  a template needs every row present
      * once, one size throughout, and nothing but '.' and '#'
       load-grid-template.
           move 'N' to ws-grid-ok
           move 0 to ws-grid-size
           move 0 to ws-grid-rows-found
           perform varying ws-gr from 1 by 1
             until ws-gr > ws-max-grid
             move 'N' to ws-row-loaded(ws-gr)
             perform varying ws-gk from 1 by 1
               until ws-gk > ws-max-grid
               move '#' to ws-gc-block(ws-gr, ws-gk)
               move space to ws-gc-letter(ws-gr, ws-gk)
               move 0 to ws-gc-set-by(ws-gr, ws-gk)
               move 0 to ws-gc-number(ws-gr, ws-gk)
               move 0 to ws-gc-across(ws-gr, ws-gk)
               move 0 to ws-gc-down(ws-gr, ws-gk)
             end-perform
           end-perform
           move 'N' to ws-eof
           open input grid-template
           if ws-template-status = '00' then
             perform until ws-eof = 'Y'
               read grid-template
                 at end move 'Y' to ws-eof
                 not at end
                   if function upper-case(gt-code) =
                      function upper-case(ws-subject(1:8))
                      and ws-subject(9:32) = spaces then
                     perform take-template-row
                   end-if
               end-read
             end-perform
             close grid-template
           end-if
           if ws-grid-ok = 'B' then
             display "GRID TEMPLATE INVALID: "
               function trim(ws-subject)
             move 'N' to ws-grid-ok
           else if ws-grid-size = 0 then
             display "GRID TEMPLATE NOT ON GRIDTPL.DAT: "
               function trim(ws-subject)
           else if ws-grid-rows-found not = ws-grid-size then
             display "GRID TEMPLATE INCOMPLETE: "
               function trim(ws-subject)
           else
             move 'Y' to ws-grid-ok
           end-if
           end-if
           end-if
           .

       take-template-row.
           if gt-size is not numeric or gt-row is not numeric then
             move 'B' to ws-grid-ok
             exit paragraph
           end-if
           if (gt-size not = 5 and gt-size not = 7)
             or gt-row < 1 or gt-row > gt-size then
             move 'B' to ws-grid-ok
             exit paragraph
           end-if
           if ws-grid-size > 0 and gt-size not = ws-grid-size then
             move 'B' to ws-grid-ok
             exit paragraph
           end-if
           if ws-row-loaded(gt-row) = 'Y' then
             move 'B' to ws-grid-ok
             exit paragraph
           end-if
           move gt-size to ws-grid-size
           move 'Y' to ws-row-loaded(gt-row)
           add 1 to ws-grid-rows-found
           perform varying ws-gk from 1 by 1
             until ws-gk > gt-size
             evaluate gt-pattern(ws-gk:1)
               when '.'
                 move space to ws-gc-block(gt-row, ws-gk)
               when '#'
                 move '#' to ws-gc-block(gt-row, ws-gk)
               when other
                 move 'B' to ws-grid-ok
             end-evaluate
           end-perform
           .

      * squares are numbered across the rows, top to bottom, the
      * way every crossword reader expects: a square starting an
      * across or down run of two or more takes the next number
       number-grid-slots.
           move 0 to ws-slot-count
           move 0 to ws-clue-number
           perform varying ws-gr from 1 by 1
             until ws-gr > ws-grid-size
             perform varying ws-gk from 1 by 1
               until ws-gk > ws-grid-size
               if ws-gc-block(ws-gr, ws-gk) not = '#' then
                 perform number-one-square
               end-if
             end-perform
           end-perform
           if ws-slot-count > ws-peak-slots then
             move ws-slot-count to ws-peak-slots
           end-if
           perform check-square-coverage
           .

       number-one-square.
           move 'N' to ws-starts-slot
           compute ws-slot-new-from = ws-slot-count + 1
           move 'N' to ws-run-ended
           if ws-gk > 1 then
             if ws-gc-block(ws-gr, ws-gk - 1) not = '#' then
               move 'Y' to ws-run-ended
             end-if
           end-if
           if ws-run-ended = 'N' then
             perform measure-across-run
             if ws-run-len >= 2 then
               perform add-across-slot
             end-if
           end-if
           move 'N' to ws-run-ended
           if ws-gr > 1 then
             if ws-gc-block(ws-gr - 1, ws-gk) not = '#' then
               move 'Y' to ws-run-ended
             end-if
           end-if
           if ws-run-ended = 'N' then
             perform measure-down-run
             if ws-run-len >= 2 then
               perform add-down-slot
             end-if
           end-if
           if ws-starts-slot = 'Y' then
             add 1 to ws-clue-number
             move ws-clue-number to ws-gc-number(ws-gr, ws-gk)
             perform varying ws-s from ws-slot-new-from by 1
               until ws-s > ws-slot-count
               move ws-clue-number to ws-sl-number(ws-s)
             end-perform
           end-if
           .

       measure-across-run.
           move 0 to ws-run-len
           move 'N' to ws-run-ended
           perform varying ws-t from ws-gk by 1
             until ws-t > ws-grid-size or ws-run-ended = 'Y'
             if ws-gc-block(ws-gr, ws-t) = '#' then
               move 'Y' to ws-run-ended
             else
               add 1 to ws-run-len
             end-if
           end-perform
           .

       measure-down-run.
           move 0 to ws-run-len
           move 'N' to ws-run-ended
           perform varying ws-t from ws-gr by 1
             until ws-t > ws-grid-size or ws-run-ended = 'Y'
             if ws-gc-block(ws-t, ws-gk) = '#' then
               move 'Y' to ws-run-ended
             else
               add 1 to ws-run-len
             end-if
           end-perform
           .

       add-across-slot.
           if ws-slot-count >= ws-max-slots then
             move 'N' to ws-grid-ok
             exit paragraph
           end-if
           add 1 to ws-slot-count
           move 'A' to ws-sl-dir(ws-slot-count)
           move ws-gr to ws-sl-row(ws-slot-count)
           move ws-gk to ws-sl-col(ws-slot-count)
           move ws-run-len to ws-sl-len(ws-slot-count)
           move 'Y' to ws-starts-slot
           perform varying ws-t from ws-gk by 1
             until ws-t > ws-gk + ws-run-len - 1
             move ws-slot-count to ws-gc-across(ws-gr, ws-t)
           end-perform
           .

       add-down-slot.
           if ws-slot-count >= ws-max-slots then
             move 'N' to ws-grid-ok
             exit paragraph
           end-if
           add 1 to ws-slot-count
           move 'D' to ws-sl-dir(ws-slot-count)
           move ws-gr to ws-sl-row(ws-slot-count)
           move ws-gk to ws-sl-col(ws-slot-count)
           move ws-run-len to ws-sl-len(ws-slot-count)
           move 'Y' to ws-starts-slot
           perform varying ws-t from ws-gr by 1
             until ws-t > ws-gr + ws-run-len - 1
             move ws-slot-count to ws-gc-down(ws-t, ws-gk)
           end-perform
           .

      * an open square in no run of two or more could only ever
      * hold a lone unchecked letter - the template is sent back
       check-square-coverage.
           if ws-slot-count = 0 then
             move 'N' to ws-grid-ok
           end-if
           perform varying ws-gr from 1 by 1
             until ws-gr > ws-grid-size
             perform varying ws-gk from 1 by 1
               until ws-gk > ws-grid-size
               if ws-gc-block(ws-gr, ws-gk) not = '#'
                 and ws-gc-across(ws-gr, ws-gk) = 0
                 and ws-gc-down(ws-gr, ws-gk) = 0 then
                 move 'N' to ws-grid-ok
               end-if
             end-perform
           end-perform
           if ws-grid-ok not = 'Y' then
             display "GRID TEMPLATE HAS NO USABLE SLOTS: "
               function trim(ws-subject)
           end-if
           .

      * the reuse guard extended to the fill: a word that was a
      * puzzle subject, or filled a grid, for this publication
      * inside the history window stays out of the grid.  the
      * window is measured from the grid's own date both ways, so
      * a week of grids keyed ahead of time does not repeat itself
       load-grid-exclusions.
           move 0 to ws-exclusion-count
           compute ws-grid-date-int = function integer-of-date(
             function numval(ws-target-date))
           move 'N' to ws-eof
           open input puzzle-history
           if ws-history-status = '00' then
             perform until ws-eof = 'Y'
               read puzzle-history
                 at end move 'Y' to ws-eof
                 not at end
                   if ph-publication = ws-publication
                     and ph-date not = ws-target-date then
                     move ph-date to ws-hist-used-date
                     move ph-subject to ws-excl-word
                     perform add-recent-exclusion
                   end-if
               end-read
             end-perform
             close puzzle-history
           end-if
           move 'N' to ws-eof
           open input grid-history
           if ws-grid-hist-status = '00' then
             perform until ws-eof = 'Y'
               read grid-history
                 at end move 'Y' to ws-eof
                 not at end
                   if gh-publication = ws-publication
                     and gh-date not = ws-target-date then
                     move gh-date to ws-hist-used-date
                     move gh-word to ws-excl-word
                     perform add-recent-exclusion
                   end-if
               end-read
             end-perform
             close grid-history
           end-if
           .

       add-recent-exclusion.
           if ws-hist-used-date is not numeric
             or ws-exclusion-count >= ws-max-exclusions then
             exit paragraph
           end-if
           compute ws-hist-int = function integer-of-date(
             function numval(ws-hist-used-date))
           compute ws-hist-age = ws-grid-date-int - ws-hist-int
           if ws-hist-age < 0 then
             compute ws-hist-age = 0 - ws-hist-age
           end-if
           if ws-hist-age <= ws-hist-window then
             add 1 to ws-exclusion-count
             move ws-excl-word to ws-excluded-word(ws-exclusion-count)
           end-if
           .

       check-excluded.
           move 'N' to ws-excl-found
           perform varying ws-excl-i from 1 by 1
             until ws-excl-i > ws-exclusion-count
               or ws-excl-found = 'Y'
             if ws-excluded-word(ws-excl-i) = ws-excl-word then
               move 'Y' to ws-excl-found
             end-if
           end-perform
           .

      * fill candidates straight off the word master: letters only,
      * no longer than the grid, eligible for puzzles, printable and
      * not a proper noun.  an easy grid takes only the top half of
      * the common bands, a medium one anything short of the hard
      * band, and a hard one the whole list - unranked words
      * included, since nobody can vouch for their commonness
       load-fill-words.
           perform varying ws-fill-len from 1 by 1
             until ws-fill-len > ws-max-grid
             move 0 to ws-fb-count(ws-fill-len)
             move 0 to ws-fb-offset(ws-fill-len)
           end-perform
           compute ws-easy-top = ws-freq-hard / 2
           perform open-word-master
           if ws-wm-master-count > 0 then
             perform varying ws-wm-rel-key from 2 by 1
               until ws-wm-rel-key > ws-wm-master-count + 1
               read word-master
                 invalid key continue
                 not invalid key perform take-fill-word
               end-read
             end-perform
             perform close-word-master
           end-if
           perform draw-bucket-offsets
           .

       take-fill-word.
           if wm-not-puzzle-eligible or wm-is-proper-noun
             or wm-suppress-print then
             exit paragraph
           end-if
           if wm-freq-rank is numeric then
             move wm-freq-rank to ws-rank-work
           else
             move 0 to ws-rank-work
           end-if
           evaluate ws-difficulty
             when 'E'
               if ws-rank-work = 0 or ws-rank-work > ws-easy-top then
                 exit paragraph
               end-if
             when 'M'
               if ws-rank-work = 0
                 or ws-rank-work >= ws-freq-hard then
                 exit paragraph
               end-if
           end-evaluate
           move 0 to ws-len-spc
           inspect wm-word tallying ws-len-spc for trailing space
           compute ws-fill-len = function length(wm-word) - ws-len-spc
           if ws-fill-len < 2 or ws-fill-len > ws-grid-size then
             exit paragraph
           end-if
           if wm-word(1:ws-fill-len) is not alphabetic-lower then
             exit paragraph
           end-if
           move 0 to ws-answer-spaces
           inspect wm-word(1:ws-fill-len)
             tallying ws-answer-spaces for all ' '
           if ws-answer-spaces > 0 then
             exit paragraph
           end-if
           move wm-word to ws-excl-word
           perform check-excluded
           if ws-excl-found = 'Y' then
             exit paragraph
           end-if
           if ws-fb-count(ws-fill-len) < ws-max-fill-words then
             add 1 to ws-fb-count(ws-fill-len)
             move wm-word(1:ws-fill-len) to
               ws-fb-word(ws-fill-len, ws-fb-count(ws-fill-len))
             if ws-fb-count(ws-fill-len) > ws-peak-fill-words then
               move ws-fb-count(ws-fill-len) to ws-peak-fill-words
             end-if
           end-if
           .

      * one draw per word length on the puzzle desk's stream, the
      * same way the scramble draws, so a rerun for the same date
      * fills the same grid
       draw-bucket-offsets.
           move 'Y' to preview-mode
           move 'PUZZLE' to stream-name
           move 'N' to init-status
           perform varying ws-fill-len from 2 by 1
             until ws-fill-len > ws-grid-size
             if ws-fb-count(ws-fill-len) > 1 then
               move 1 to randed-low
               move ws-fb-count(ws-fill-len) to randed-high
               call 'cobrand' using init-status, randed, cur-date,
                   randed-low, randed-high, randed-ranged,
                   preview-mode, stream-name, weighted-draw
               if randed-ranged >= 1
                 and randed-ranged <= ws-fb-count(ws-fill-len) then
                 compute ws-fb-offset(ws-fill-len) = randed-ranged - 1
               end-if
             end-if
           end-perform
           .

      * slots are filled longest and most-crossed first: each next
      * slot is the one crossing the most slots already ordered, so
      * every word placed is checked against letters already down
       order-fill-slots.
           perform varying ws-s from 1 by 1
             until ws-s > ws-slot-count
             move 'N' to ws-sl-ordered(ws-s)
             move spaces to ws-sl-word(ws-s)
           end-perform
           perform varying ws-depth from 1 by 1
             until ws-depth > ws-slot-count
             perform pick-next-fill-slot
             move ws-best-slot to ws-fill-order(ws-depth)
             move 'Y' to ws-sl-ordered(ws-best-slot)
           end-perform
           .

       pick-next-fill-slot.
           move 0 to ws-best-slot
           move 0 to ws-best-cross
           perform varying ws-s from 1 by 1
             until ws-s > ws-slot-count
             if ws-sl-ordered(ws-s) = 'N' then
               perform count-slot-crossings
               if ws-best-slot = 0 then
                 move ws-s to ws-best-slot
                 move ws-cross-count to ws-best-cross
               else if ws-cross-count > ws-best-cross then
                 move ws-s to ws-best-slot
                 move ws-cross-count to ws-best-cross
               else if ws-cross-count = ws-best-cross
                 and ws-sl-len(ws-s) > ws-sl-len(ws-best-slot) then
                 move ws-s to ws-best-slot
               end-if
               end-if
               end-if
             end-if
           end-perform
           .

       count-slot-crossings.
           move 0 to ws-cross-count
           perform varying ws-fill-c from 1 by 1
             until ws-fill-c > ws-sl-len(ws-s)
             perform locate-slot-square
             if ws-sl-dir(ws-s) = 'A' then
               move ws-gc-down(ws-sr, ws-sc) to ws-t
             else
               move ws-gc-across(ws-sr, ws-sc) to ws-t
             end-if
             if ws-t not = 0 then
               if ws-sl-ordered(ws-t) = 'Y' then
                 add 1 to ws-cross-count
               end-if
             end-if
           end-perform
           .

       locate-slot-square.
           if ws-sl-dir(ws-s) = 'A' then
             move ws-sl-row(ws-s) to ws-sr
             compute ws-sc = ws-sl-col(ws-s) + ws-fill-c - 1
           else
             compute ws-sr = ws-sl-row(ws-s) + ws-fill-c - 1
             move ws-sl-col(ws-s) to ws-sc
           end-if
           .

      * depth-first fill with an explicit stack: each depth keeps
      * the last candidate position it tried, so a dead end lifts
      * the letters that depth set and carries on from the next
      * candidate.  the placement ceiling stops a hopeless template
      * from running all night
       fill-grid.
           move 0 to ws-placements
           move 1 to ws-depth
           move 0 to ws-fill-try(1)
           set ws-fill-searching to true
           perform fill-one-step until not ws-fill-searching
           .

       fill-one-step.
           if ws-depth > ws-slot-count then
             set ws-fill-done to true
             exit paragraph
           end-if
           if ws-placements >= ws-max-placements then
             set ws-fill-failed to true
             exit paragraph
           end-if
           move ws-fill-order(ws-depth) to ws-s
           perform find-next-candidate
           if ws-fill-found = 'Y' then
             perform place-fill-word
             add 1 to ws-depth
             if ws-depth <= ws-slot-count then
               move 0 to ws-fill-try(ws-depth)
             end-if
           else
             subtract 1 from ws-depth
             if ws-depth = 0 then
               set ws-fill-failed to true
             else
               move ws-fill-order(ws-depth) to ws-s
               perform lift-fill-word
             end-if
           end-if
           .

      * candidates are tried from the bucket's drawn starting
      * point round to the one before it
       find-next-candidate.
           move 'N' to ws-fill-found
           move ws-sl-len(ws-s) to ws-fill-len
           move ws-fill-try(ws-depth) to ws-fill-k
           perform until ws-fill-found = 'Y'
               or ws-fill-k >= ws-fb-count(ws-fill-len)
               or ws-placements >= ws-max-placements
             add 1 to ws-fill-k
             compute ws-fill-ix = function mod(
               ws-fill-k - 1 + ws-fb-offset(ws-fill-len),
               ws-fb-count(ws-fill-len)) + 1
             move ws-fb-word(ws-fill-len, ws-fill-ix) to ws-fill-word
             perform check-word-fits
             if ws-fill-fits = 'Y' then
               perform check-word-unused
             end-if
             if ws-fill-fits = 'Y' then
               add 1 to ws-placements
               perform check-crossings-viable
             end-if
             if ws-fill-fits = 'Y' then
               move 'Y' to ws-fill-found
             end-if
           end-perform
           move ws-fill-k to ws-fill-try(ws-depth)
           .

       check-word-fits.
           move 'Y' to ws-fill-fits
           perform varying ws-fill-c from 1 by 1
             until ws-fill-c > ws-sl-len(ws-s) or ws-fill-fits = 'N'
             perform locate-slot-square
             if ws-gc-letter(ws-sr, ws-sc) not = space
               and ws-gc-letter(ws-sr, ws-sc) not =
                 ws-fill-word(ws-fill-c:1) then
               move 'N' to ws-fill-fits
             end-if
           end-perform
           .

      * no word twice in one grid
       check-word-unused.
           perform varying ws-t from 1 by 1
             until ws-t >= ws-depth or ws-fill-fits = 'N'
             if ws-sl-word(ws-fill-order(ws-t)) = ws-fill-word then
               move 'N' to ws-fill-fits
             end-if
           end-perform
           .

      * look one step ahead: with the word pencilled in, every
      * unfilled slot it crosses must still have some word that
      * fits, or the word is passed over now rather than found out
      * several depths later
       check-crossings-viable.
           perform place-fill-word
           perform varying ws-fill-c from 1 by 1
             until ws-fill-c > ws-sl-len(ws-s) or ws-fill-fits = 'N'
             perform locate-slot-square
             if ws-gc-set-by(ws-sr, ws-sc) = ws-depth then
               if ws-sl-dir(ws-s) = 'A' then
                 move ws-gc-down(ws-sr, ws-sc) to ws-xs
               else
                 move ws-gc-across(ws-sr, ws-sc) to ws-xs
               end-if
               if ws-xs not = 0 then
                 if ws-sl-word(ws-xs) = spaces then
                   perform check-slot-has-candidate
                   if ws-cross-ok = 'N' then
                     move 'N' to ws-fill-fits
                   end-if
                 end-if
               end-if
             end-if
           end-perform
           perform lift-fill-word
           .

       check-slot-has-candidate.
           move 'N' to ws-cross-ok
           move ws-sl-len(ws-xs) to ws-xlen
           perform varying ws-xk from 1 by 1
             until ws-xk > ws-fb-count(ws-xlen) or ws-cross-ok = 'Y'
             move 'Y' to ws-cross-ok
             perform varying ws-xc from 1 by 1
               until ws-xc > ws-xlen or ws-cross-ok = 'N'
               if ws-sl-dir(ws-xs) = 'A' then
                 move ws-sl-row(ws-xs) to ws-xr
                 compute ws-xcol = ws-sl-col(ws-xs) + ws-xc - 1
               else
                 compute ws-xr = ws-sl-row(ws-xs) + ws-xc - 1
                 move ws-sl-col(ws-xs) to ws-xcol
               end-if
               if ws-gc-letter(ws-xr, ws-xcol) not = space
                 and ws-gc-letter(ws-xr, ws-xcol) not =
                   ws-fb-word(ws-xlen, ws-xk)(ws-xc:1) then
                 move 'N' to ws-cross-ok
               end-if
             end-perform
           end-perform
           .

       place-fill-word.
           perform varying ws-fill-c from 1 by 1
             until ws-fill-c > ws-sl-len(ws-s)
             perform locate-slot-square
             if ws-gc-letter(ws-sr, ws-sc) = space then
               move ws-fill-word(ws-fill-c:1)
                 to ws-gc-letter(ws-sr, ws-sc)
               move ws-depth to ws-gc-set-by(ws-sr, ws-sc)
             end-if
           end-perform
           move ws-fill-word to ws-sl-word(ws-s)
           .

       lift-fill-word.
           perform varying ws-fill-c from 1 by 1
             until ws-fill-c > ws-sl-len(ws-s)
             perform locate-slot-square
             if ws-gc-set-by(ws-sr, ws-sc) = ws-depth then
               move space to ws-gc-letter(ws-sr, ws-sc)
               move 0 to ws-gc-set-by(ws-sr, ws-sc)
             end-if
           end-perform
           move spaces to ws-sl-word(ws-s)
           .

      * the grid is built to the band the desk asked for, so the
      * band is the rating; the fill words stand in as the answer
      * list for the length average and the rare-word count
       grade-crossword.
           move 0 to ws-match-count
           move 0 to ws-total-len
           perform varying ws-s from 1 by 1
             until ws-s > ws-slot-count
             add 1 to ws-match-count
             move ws-sl-word(ws-s) to ws-match(ws-match-count)
             add ws-sl-len(ws-s) to ws-total-len
           end-perform
           if ws-match-count > ws-peak-matches then
             move ws-match-count to ws-peak-matches
           end-if
           compute ws-avg-len = ws-total-len / ws-match-count
           move 0 to ws-rare-count
           perform count-lowband-answers
           perform rate-by-difficulty
           .

       rate-by-difficulty.
           evaluate ws-difficulty
             when 'E'
               move 0 to ws-grade-score
               move "EASY" to ws-rating
             when 'H'
               move ws-hard-cut to ws-grade-score
               move "HARD" to ws-rating
             when other
               move ws-medium-cut to ws-grade-score
               move "MEDIUM" to ws-rating
           end-evaluate
           .

      * the public grid: numbered open squares and solid blocks,
      * then the clue slots under ACROSS and DOWN with each
      * answer's definition pencilled in for the desk to sharpen
       write-crossword-sheet.
           move spaces to ws-xwd-sheet-name
           if ws-publication = spaces then
             string "XWDSHEET." ws-target-date ".OUT"
               into ws-xwd-sheet-name
           else
             string "XWDSHEET." ws-publication "." ws-target-date
               ".OUT" into ws-xwd-sheet-name
           end-if
           open output xword-sheet
           move spaces to xwd-sheet-line
           string "MINI CROSSWORD  " ws-target-date
             into xwd-sheet-line
           write xwd-sheet-line
           move spaces to xwd-sheet-line
           write xwd-sheet-line
           move 'N' to ws-grid-letters
           perform build-grid-rule
           move ws-grid-line to xwd-sheet-line
           write xwd-sheet-line
           perform varying ws-gr from 1 by 1
             until ws-gr > ws-grid-size
             perform build-grid-row
             move ws-grid-line to xwd-sheet-line
             write xwd-sheet-line
             perform build-grid-rule
             move ws-grid-line to xwd-sheet-line
             write xwd-sheet-line
           end-perform
           move spaces to xwd-sheet-line
           write xwd-sheet-line
           move "ACROSS" to xwd-sheet-line
           write xwd-sheet-line
           perform varying ws-s from 1 by 1
             until ws-s > ws-slot-count
             if ws-sl-dir(ws-s) = 'A' then
               perform write-clue-slot
             end-if
           end-perform
           move spaces to xwd-sheet-line
           write xwd-sheet-line
           move "DOWN" to xwd-sheet-line
           write xwd-sheet-line
           perform varying ws-s from 1 by 1
             until ws-s > ws-slot-count
             if ws-sl-dir(ws-s) = 'D' then
               perform write-clue-slot
             end-if
           end-perform
           close xword-sheet
           .

       write-clue-slot.
           perform find-clue-definition
           move ws-sl-number(ws-s) to ws-num-edit
           move ws-sl-len(ws-s) to ws-len-edit
           move spaces to xwd-sheet-line
           string "  " ws-num-edit ". " function trim(ws-clue-text)
             " (" ws-len-edit ")" into xwd-sheet-line
           write xwd-sheet-line
           .

       find-clue-definition.
           move "(clue to be written)" to ws-clue-text
           move function lower-case(ws-sl-word(ws-s))
             to ws-answer-word
           move 'N' to ws-defn-eof
           open input defn-master
           if ws-defn-status = '00' then
             perform until ws-defn-eof = 'Y'
               read defn-master
                 at end move 'Y' to ws-defn-eof
                 not at end
                   if df-word = ws-answer-word then
                     move 'Y' to ws-defn-eof
                     move df-definition to ws-clue-text
                   end-if
               end-read
             end-perform
             close defn-master
           end-if
           .

       build-grid-rule.
           move spaces to ws-grid-line
           move 4 to ws-grid-pos
           move "   +" to ws-grid-line(1:4)
           perform varying ws-gk from 1 by 1
             until ws-gk > ws-grid-size
             move "---+" to ws-grid-line(ws-grid-pos + 1:4)
             add 4 to ws-grid-pos
           end-perform
           .

      * a block prints solid; an open square shows its clue number
      * on the sheet and its letter on the key
       build-grid-row.
           move spaces to ws-grid-line
           move 4 to ws-grid-pos
           move "   |" to ws-grid-line(1:4)
           perform varying ws-gk from 1 by 1
             until ws-gk > ws-grid-size
             if ws-gc-block(ws-gr, ws-gk) = '#' then
               move "###|" to ws-grid-line(ws-grid-pos + 1:4)
             else if ws-grid-letters = 'Y' then
               move function upper-case(ws-gc-letter(ws-gr, ws-gk))
                 to ws-grid-line(ws-grid-pos + 2:1)
               move "|" to ws-grid-line(ws-grid-pos + 4:1)
             else
               if ws-gc-number(ws-gr, ws-gk) > 0 then
                 move ws-gc-number(ws-gr, ws-gk) to ws-num-edit
                 move ws-num-edit to ws-grid-line(ws-grid-pos + 1:2)
               end-if
               move "|" to ws-grid-line(ws-grid-pos + 4:1)
             end-if
             end-if
             add 4 to ws-grid-pos
           end-perform
           .

      * the filled grid and the answers by clue number, into the
      * KEYSTORE custody area beside the other keys
       write-crossword-key.
           move spaces to ws-xwd-key-name
           if ws-publication = spaces then
             string "KEYSTORE.XWD." ws-target-date ".OUT"
               into ws-xwd-key-name
           else
             string "KEYSTORE.XWD." ws-publication "."
               ws-target-date ".OUT" into ws-xwd-key-name
           end-if
           open output xword-key
           move spaces to xwd-key-line
           string "MINI CROSSWORD ANSWER KEY  " ws-target-date
             into xwd-key-line
           write xwd-key-line
           move spaces to xwd-key-line
           string "TEMPLATE: " ws-subject into xwd-key-line
           write xwd-key-line
           move spaces to xwd-key-line
           string "DIFFICULTY: " ws-rating into xwd-key-line
           write xwd-key-line
           if ws-lowband-count > 0 then
             move spaces to xwd-key-line
             string "RARE ANSWERS (BOTTOM FREQUENCY BAND): "
               ws-lowband-count into xwd-key-line
             write xwd-key-line
           end-if
           move spaces to xwd-key-line
           write xwd-key-line
           move 'Y' to ws-grid-letters
           perform build-grid-rule
           move ws-grid-line to xwd-key-line
           write xwd-key-line
           perform varying ws-gr from 1 by 1
             until ws-gr > ws-grid-size
             perform build-grid-row
             move ws-grid-line to xwd-key-line
             write xwd-key-line
             perform build-grid-rule
             move ws-grid-line to xwd-key-line
             write xwd-key-line
           end-perform
           move spaces to xwd-key-line
           write xwd-key-line
           move "ACROSS" to xwd-key-line
           write xwd-key-line
           perform varying ws-s from 1 by 1
             until ws-s > ws-slot-count
             if ws-sl-dir(ws-s) = 'A' then
               perform write-key-answer
             end-if
           end-perform
           move spaces to xwd-key-line
           write xwd-key-line
           move "DOWN" to xwd-key-line
           write xwd-key-line
           perform varying ws-s from 1 by 1
             until ws-s > ws-slot-count
             if ws-sl-dir(ws-s) = 'D' then
               perform write-key-answer
             end-if
           end-perform
           close xword-key
           move spaces to ws-chmod-command
           string "chmod 600 " function trim(ws-xwd-key-name)
             into ws-chmod-command
           call "SYSTEM" using ws-chmod-command
           .

       write-key-answer.
           move ws-sl-number(ws-s) to ws-num-edit
           move spaces to xwd-key-line
           string "  " ws-num-edit ". " ws-sl-word(ws-s)
             into xwd-key-line
           write xwd-key-line
           .

       append-grid-history.
           open extend grid-history
           if ws-grid-hist-status = '35' then
             open output grid-history
           end-if
           perform varying ws-s from 1 by 1
             until ws-s > ws-slot-count
             move spaces to gh-record
             move ws-sl-word(ws-s) to gh-word
             move ws-target-date to gh-date
             move ws-publication to gh-publication
             move ws-subject(1:8) to gh-template
             write gh-record
           end-perform
           close grid-history
           .

      * themed word search for the children's page: the category's
      * eligible words hidden across, down and diagonally, either
      * way round, among drawn letters.  the desk's difficulty band
      * is carried through as the rating, as for the crossword
       produce-search-puzzle.
           move ws-pz-difficulty(p) to ws-difficulty
           if ws-difficulty not = 'E' and ws-difficulty not = 'H' then
             move 'M' to ws-difficulty
           end-if
           move 0 to ws-pz-matches(p)
           move spaces to ws-pz-rating(p)
           move 0 to ws-srch-size
           if ws-pz-grid-size(p) is numeric then
             move ws-pz-grid-size(p) to ws-srch-size
           end-if
           if ws-srch-size < 8 or ws-srch-size > ws-max-search-grid
             then
             move 12 to ws-srch-size
           end-if
           move ws-srch-size to ws-srch-target
           perform load-search-words
           if ws-srch-cand-count > ws-peak-srch-cands then
             move ws-srch-cand-count to ws-peak-srch-cands
           end-if
           perform shuffle-search-words
           perform order-search-words
           perform place-search-words
           if ws-srch-placed = 0 then
             add 1 to ws-no-match-count
             display "WORD SEARCH HAS NO WORDS TO PLACE: "
               function trim(ws-pz-theme(p)) " " ws-target-date
             exit paragraph
           end-if
           perform fill-search-grid
           perform sort-placed-words
           perform grade-search
           move ws-match-count to ws-pz-matches(p)
           move ws-rating to ws-pz-rating(p)
           perform write-search-sheet
           perform write-search-key
           perform write-grade-record
           perform append-history
           .

      * a category word must be on the word master, eligible for
      * puzzles, printable, not a proper noun, letters only, and
      * from three letters up to the grid's width
       load-search-words.
           move 0 to ws-srch-cand-count
           perform open-word-master
           if ws-wm-master-count = 0 then
             display "WORD-MASTER.DAT NOT AVAILABLE - NO WORD SEARCH"
             exit paragraph
           end-if
           move 'N' to ws-eof
           open input category-master
           if ws-category-status = '00' then
             perform until ws-eof = 'Y'
               read category-master
                 at end move 'Y' to ws-eof
                 not at end
                   if wc-category = ws-pz-theme(p) then
                     perform take-search-word
                   end-if
               end-read
             end-perform
             close category-master
           end-if
           perform close-word-master
           .

       take-search-word.
           move function lower-case(wc-word) to ws-wm-target
           perform word-exists-check
           if ws-wm-found = 'N' then
             exit paragraph
           end-if
           if wm-not-puzzle-eligible or wm-is-proper-noun
             or wm-suppress-print then
             exit paragraph
           end-if
           move 0 to ws-len-spc
           inspect ws-wm-target tallying ws-len-spc
             for trailing space
           compute ws-fill-len =
             function length(ws-wm-target) - ws-len-spc
           if ws-fill-len < 3 or ws-fill-len > ws-srch-size then
             exit paragraph
           end-if
           if ws-wm-target(1:ws-fill-len) is not alphabetic-lower
             then
             exit paragraph
           end-if
           move 0 to ws-answer-spaces
           inspect ws-wm-target(1:ws-fill-len)
             tallying ws-answer-spaces for all ' '
           if ws-answer-spaces > 0 then
             exit paragraph
           end-if
           if ws-srch-cand-count < ws-max-search-words then
             add 1 to ws-srch-cand-count
             move ws-wm-target
               to ws-sw-word(ws-srch-cand-count)
             move ws-fill-len to ws-sw-len(ws-srch-cand-count)
             move 'N' to ws-sw-placed(ws-srch-cand-count)
             move 0 to ws-sw-row(ws-srch-cand-count)
             move 0 to ws-sw-col(ws-srch-cand-count)
             move 0 to ws-sw-dir(ws-srch-cand-count)
           end-if
           .

      * draw-and-swap from the back, so the day's words are a fair
      * pick from the whole category rather than its first letters
       shuffle-search-words.
           move 'Y' to preview-mode
           move 'WORDSRCH' to stream-name
           move 'N' to init-status
           perform varying ws-sw from ws-srch-cand-count by -1
             until ws-sw < 2
             move 1 to randed-low
             move ws-sw to randed-high
             perform draw-search-number
             move randed-ranged to ws-sw2
             if ws-sw2 not = ws-sw then
               move ws-srch-cand(ws-sw) to ws-srch-cand-hold
               move ws-srch-cand(ws-sw2) to ws-srch-cand(ws-sw)
               move ws-srch-cand-hold to ws-srch-cand(ws-sw2)
             end-if
           end-perform
           .

       draw-search-number.
           call 'cobrand' using init-status, randed, cur-date,
               randed-low, randed-high, randed-ranged,
               preview-mode, stream-name, weighted-draw
           if randed-ranged < randed-low
             or randed-ranged > randed-high then
             move randed-high to randed-ranged
           end-if
           .

      * the day's picks go in longest first, while the grid is
      * emptiest; the rest of the deal stands by in drawn order for
      * any pick that will not fit
       order-search-words.
           move ws-srch-cand-count to ws-srch-sort-n
           if ws-srch-sort-n > ws-srch-target then
             move ws-srch-target to ws-srch-sort-n
           end-if
           perform varying ws-sw from 1 by 1
             until ws-sw >= ws-srch-sort-n
             move ws-sw to ws-sw-best
             perform varying ws-sw2 from ws-sw by 1
               until ws-sw2 > ws-srch-sort-n
               if ws-sw-len(ws-sw2) > ws-sw-len(ws-sw-best) then
                 move ws-sw2 to ws-sw-best
               end-if
             end-perform
             if ws-sw-best not = ws-sw then
               move ws-srch-cand(ws-sw) to ws-srch-cand-hold
               move ws-srch-cand(ws-sw-best) to ws-srch-cand(ws-sw)
               move ws-srch-cand-hold to ws-srch-cand(ws-sw-best)
             end-if
           end-perform
           .

       place-search-words.
           move spaces to ws-srch-grid-table
           move 0 to ws-srch-placed
           move 0 to ws-srch-skipped
           compute ws-srch-positions = ws-srch-size * ws-srch-size * 8
           perform varying ws-sw from 1 by 1
             until ws-sw > ws-srch-cand-count
               or ws-srch-placed >= ws-srch-target
             perform place-one-search-word
           end-perform
           .

      * one draw picks a starting square and direction; from there
      * every square-and-direction is tried in turn, so a word that
      * can go anywhere does go in
       place-one-search-word.
           move 1 to randed-low
           move ws-srch-positions to randed-high
           perform draw-search-number
           move randed-ranged to ws-srch-start
           perform varying ws-srch-k from 0 by 1
             until ws-srch-k >= ws-srch-positions
               or ws-sw-placed(ws-sw) = 'Y'
             compute ws-srch-pos = function mod(
               ws-srch-start - 1 + ws-srch-k, ws-srch-positions)
             compute ws-srch-d = function mod(ws-srch-pos, 8) + 1
             compute ws-srch-cell = ws-srch-pos / 8
             compute ws-srch-r = ws-srch-cell / ws-srch-size + 1
             compute ws-srch-c =
               function mod(ws-srch-cell, ws-srch-size) + 1
             perform try-search-position
             if ws-srch-fits = 'Y' then
               perform put-search-word
             end-if
           end-perform
           if ws-sw-placed(ws-sw) = 'Y' then
             add 1 to ws-srch-placed
           else
             add 1 to ws-srch-skipped
             display "WORD WOULD NOT FIT IN SEARCH GRID: "
               function trim(ws-sw-word(ws-sw))
           end-if
           .

      * a word may cross another on a shared letter, but must lay
      * down at least one square of its own
       try-search-position.
           move 'N' to ws-srch-fits
           compute ws-srch-dr = ws-sd-row-step(ws-srch-d) - 1
           compute ws-srch-dc = ws-sd-col-step(ws-srch-d) - 1
           compute ws-srch-end-r =
             ws-srch-r + ws-srch-dr * (ws-sw-len(ws-sw) - 1)
           compute ws-srch-end-c =
             ws-srch-c + ws-srch-dc * (ws-sw-len(ws-sw) - 1)
           if ws-srch-end-r < 1 or ws-srch-end-r > ws-srch-size
             or ws-srch-end-c < 1 or ws-srch-end-c > ws-srch-size then
             exit paragraph
           end-if
           move 'Y' to ws-srch-fits
           move 0 to ws-srch-new-cells
           perform varying ws-srch-i from 1 by 1
             until ws-srch-i > ws-sw-len(ws-sw) or ws-srch-fits = 'N'
             compute ws-srch-cr =
               ws-srch-r + ws-srch-dr * (ws-srch-i - 1)
             compute ws-srch-cc =
               ws-srch-c + ws-srch-dc * (ws-srch-i - 1)
             if ws-srch-row(ws-srch-cr)(ws-srch-cc:1) = space then
               add 1 to ws-srch-new-cells
             else
               if ws-srch-row(ws-srch-cr)(ws-srch-cc:1) not =
                 ws-sw-word(ws-sw)(ws-srch-i:1) then
                 move 'N' to ws-srch-fits
               end-if
             end-if
           end-perform
           if ws-srch-new-cells = 0 then
             move 'N' to ws-srch-fits
           end-if
           .

       put-search-word.
           perform varying ws-srch-i from 1 by 1
             until ws-srch-i > ws-sw-len(ws-sw)
             compute ws-srch-cr =
               ws-srch-r + ws-srch-dr * (ws-srch-i - 1)
             compute ws-srch-cc =
               ws-srch-c + ws-srch-dc * (ws-srch-i - 1)
             move ws-sw-word(ws-sw)(ws-srch-i:1)
               to ws-srch-row(ws-srch-cr)(ws-srch-cc:1)
           end-perform
           move 'Y' to ws-sw-placed(ws-sw)
           move ws-srch-r to ws-sw-row(ws-sw)
           move ws-srch-c to ws-sw-col(ws-sw)
           move ws-srch-d to ws-sw-dir(ws-sw)
           .

      * the key grid keeps only the hidden words' letters, taken
      * before the filler letters go in
       fill-search-grid.
           move ws-srch-grid-table to ws-srch-key-table
           perform varying ws-gr from 1 by 1
             until ws-gr > ws-srch-size
             perform varying ws-gk from 1 by 1
               until ws-gk > ws-srch-size
               if ws-srch-row(ws-gr)(ws-gk:1) = space then
                 move 1 to randed-low
                 move 26 to randed-high
                 perform draw-search-number
                 move ws-srch-letters(randed-ranged:1)
                   to ws-srch-row(ws-gr)(ws-gk:1)
               end-if
             end-perform
           end-perform
           .

      * the placed words to the front in alphabetical order, for
      * the list on the sheet and the key
       sort-placed-words.
           perform varying ws-sw from 1 by 1
             until ws-sw >= ws-srch-cand-count
             move ws-sw to ws-sw-best
             perform varying ws-sw2 from ws-sw by 1
               until ws-sw2 > ws-srch-cand-count
               move 'N' to ws-srch-swap
               if ws-sw-placed(ws-sw2) = 'Y'
                 and ws-sw-placed(ws-sw-best) = 'N' then
                 move 'Y' to ws-srch-swap
               end-if
               if ws-sw-placed(ws-sw2) = ws-sw-placed(ws-sw-best)
                 and ws-sw-word(ws-sw2) < ws-sw-word(ws-sw-best) then
                 move 'Y' to ws-srch-swap
               end-if
               if ws-srch-swap = 'Y' then
                 move ws-sw2 to ws-sw-best
               end-if
             end-perform
             if ws-sw-best not = ws-sw then
               move ws-srch-cand(ws-sw) to ws-srch-cand-hold
               move ws-srch-cand(ws-sw-best) to ws-srch-cand(ws-sw)
               move ws-srch-cand-hold to ws-srch-cand(ws-sw-best)
             end-if
           end-perform
           .

       grade-search.
           move 0 to ws-match-count
           move 0 to ws-total-len
           perform varying ws-sw from 1 by 1
             until ws-sw > ws-srch-placed
             add 1 to ws-match-count
             move ws-sw-word(ws-sw) to ws-match(ws-match-count)
             add ws-sw-len(ws-sw) to ws-total-len
           end-perform
           if ws-match-count > ws-peak-matches then
             move ws-match-count to ws-peak-matches
           end-if
           compute ws-avg-len = ws-total-len / ws-match-count
           move 0 to ws-rare-count
           perform count-lowband-answers
           perform rate-by-difficulty
           .

       write-search-sheet.
           move spaces to ws-srch-sheet-name
           if ws-publication = spaces then
             string "SRCHSHEET." ws-target-date ".OUT"
               into ws-srch-sheet-name
           else
             string "SRCHSHEET." ws-publication "." ws-target-date
               ".OUT" into ws-srch-sheet-name
           end-if
           open output search-sheet
           move spaces to srch-sheet-line
           string "WORD SEARCH  " ws-target-date into srch-sheet-line
           write srch-sheet-line
           move spaces to srch-sheet-line
           string "THEME: " function upper-case(ws-subject)
             into srch-sheet-line
           write srch-sheet-line
           move spaces to srch-sheet-line
           write srch-sheet-line
           perform varying ws-gr from 1 by 1
             until ws-gr > ws-srch-size
             move ws-srch-row(ws-gr) to ws-srch-row-work
             perform build-search-row
             move ws-srch-line to srch-sheet-line
             write srch-sheet-line
           end-perform
           move spaces to srch-sheet-line
           write srch-sheet-line
           move spaces to srch-sheet-line
           string "FIND THESE " ws-srch-placed " WORDS:"
             into srch-sheet-line
           write srch-sheet-line
           move spaces to ws-srch-line
           move 0 to ws-srch-i
           perform varying ws-sw from 1 by 1
             until ws-sw > ws-srch-placed
             add 1 to ws-srch-i
             move function upper-case(ws-sw-word(ws-sw))
               to ws-srch-line(ws-srch-i * 24 - 20:20)
             if ws-srch-i = 3 then
               move ws-srch-line to srch-sheet-line
               write srch-sheet-line
               move spaces to ws-srch-line
               move 0 to ws-srch-i
             end-if
           end-perform
           if ws-srch-i > 0 then
             move ws-srch-line to srch-sheet-line
             write srch-sheet-line
           end-if
           close search-sheet
           .

      * one grid row, letters upper-cased and spaced a column apart
       build-search-row.
           move spaces to ws-srch-line
           perform varying ws-gk from 1 by 1
             until ws-gk > ws-srch-size
             move function upper-case(ws-srch-row-work(ws-gk:1))
               to ws-srch-line(ws-gk * 2 + 2:1)
           end-perform
           .

      * each word's first letter by row and column, and the way it
      * runs from there; the grid below shows the hidden words alone
       write-search-key.
           move spaces to ws-srch-key-name
           if ws-publication = spaces then
             string "KEYSTORE.SRCH." ws-target-date ".OUT"
               into ws-srch-key-name
           else
             string "KEYSTORE.SRCH." ws-publication "."
               ws-target-date ".OUT" into ws-srch-key-name
           end-if
           open output search-key
           move spaces to srch-key-line
           string "WORD SEARCH ANSWER KEY  " ws-target-date
             into srch-key-line
           write srch-key-line
           move spaces to srch-key-line
           string "THEME: " function upper-case(ws-subject)
             into srch-key-line
           write srch-key-line
           move spaces to srch-key-line
           string "DIFFICULTY: " ws-rating into srch-key-line
           write srch-key-line
           move spaces to srch-key-line
           write srch-key-line
           perform varying ws-sw from 1 by 1
             until ws-sw > ws-srch-placed
             move spaces to srch-key-line
             string "  " ws-sw-word(ws-sw) " ROW " ws-sw-row(ws-sw)
               " COL " ws-sw-col(ws-sw) "  "
               ws-sd-name(ws-sw-dir(ws-sw)) into srch-key-line
             write srch-key-line
           end-perform
           move spaces to srch-key-line
           write srch-key-line
           perform varying ws-gr from 1 by 1
             until ws-gr > ws-srch-size
             move ws-srch-key-row(ws-gr) to ws-srch-row-work
             inspect ws-srch-row-work(1:ws-srch-size)
               replacing all space by '.'
             perform build-search-row
             move ws-srch-line to srch-key-line
             write srch-key-line
           end-perform
           close search-key
           move spaces to ws-chmod-command
           string "chmod 600 " function trim(ws-srch-key-name)
             into ws-chmod-command
           call "SYSTEM" using ws-chmod-command
           .

      * decode-the-numeronym: clues off numindex-build's index that
      * expand one way only at the day's boundary length - two
      * letters a side for an easy puzzle, one otherwise.  the
      * answers join the day's match rows under the puzzle's own
      * subject, so puzzle-score and the usage run take them as
      * they take any anagram answer
       produce-numeronym-puzzle.
           move ws-pz-difficulty(p) to ws-difficulty
           if ws-difficulty not = 'E' and ws-difficulty not = 'H' then
             move 'M' to ws-difficulty
           end-if
           move 0 to ws-pz-matches(p)
           move spaces to ws-pz-rating(p)
           perform read-own-numeronym-answers
           perform load-numeronym-usage
           if ws-difficulty = 'E' then
             move 2 to ws-num-boundary
           else
             move 1 to ws-num-boundary
           end-if
           perform load-numeronym-candidates
      * an index built to boundary 1 alone still serves an easy
      * day, on the harder one-letter clues
           if ws-num-cand-count = 0 and ws-num-boundary = 2 then
             move 1 to ws-num-boundary
             perform load-numeronym-candidates
           end-if
           if ws-num-cand-count > ws-peak-num-cands then
             move ws-num-cand-count to ws-peak-num-cands
           end-if
           perform pick-numeronym-clues
           if ws-num-picked = 0 then
             add 1 to ws-no-match-count
             display "NUMERONYM PUZZLE HAS NO CLUES: "
               function trim(ws-subject)
             exit paragraph
           end-if
           perform write-numeronym-matches
           perform grade-numeronyms
           move ws-match-count to ws-pz-matches(p)
           move ws-rating to ws-pz-rating(p)
           perform write-numeronym-sheet
           perform write-numeronym-key
           perform write-grade-record
           perform append-history
           .

      * answers already on file for this subject - a rerun of the
      * same puzzle - are neither barred as recently used nor
      * written to the match file a second time
       read-own-numeronym-answers.
           move 0 to ws-match-count
           move 'N' to ws-eof
           open input matches-in
           if ws-matches-status = '00' then
             perform until ws-eof = 'Y'
               read matches-in
                 at end move 'Y' to ws-eof
                 not at end
                   if function trim(mat-subject) =
                      function trim(ws-subject)
                      and mat-publication = ws-publication
                      and ws-match-count < ws-max-candidates then
                     perform check-duplicate-match
                     if ws-dup-found = 'N' then
                       add 1 to ws-match-count
                       move mat-word to ws-match(ws-match-count)
                     end-if
                   end-if
               end-read
             end-perform
             close matches-in
           end-if
           .

      * WORDUSE.DAT is the usage run's roll-up of every published
      * answer; a word last used inside the subject-reuse window
      * either side of the puzzle's date is held back
       load-numeronym-usage.
           move 0 to ws-exclusion-count
           compute ws-grid-date-int = function integer-of-date(
             function numval(ws-target-date))
           move 'N' to ws-eof
           open input usage-master
           if ws-usage-status = '00' then
             perform until ws-eof = 'Y'
               read usage-master
                 at end move 'Y' to ws-eof
                 not at end
                   move wu-last-used to ws-hist-used-date
                   move function lower-case(wu-word) to ws-excl-word
                   perform add-recent-exclusion
               end-read
             end-perform
             close usage-master
           end-if
           .

      * the index is read in key order, so every expansion of one
      * numeronym arrives together; a group of one is a candidate
       load-numeronym-candidates.
           move 0 to ws-num-cand-count
           perform load-numeronym-excepts
           open input numeronym-index
           if ws-numindex-status not = '00' then
             display "NUMINDEX.DAT NOT AVAILABLE - NO NUMERONYM PUZZLE"
             exit paragraph
           end-if
           move 0 to ws-nx-count
           move 1 to ws-nx-rel-key
           read numeronym-index
             invalid key move spaces to nx-record
           end-read
           if nx-record(1:6) is numeric then
             move nx-record(1:6) to ws-nx-count
           end-if
           perform open-word-master
           move spaces to ws-num-prev-numeronym
           move 0 to ws-num-group-size
           perform varying ws-nx-rel-key from 2 by 1
             until ws-nx-rel-key > ws-nx-count + 1
             read numeronym-index
               invalid key move spaces to nx-record
             end-read
             if nx-record not = spaces
               and nx-boundary = ws-num-boundary then
               if nx-numeronym = ws-num-prev-numeronym then
                 if nx-word not = ws-num-prev-word then
                   add 1 to ws-num-group-size
                 end-if
               else
                 perform close-numeronym-group
                 move nx-numeronym to ws-num-prev-numeronym
                 move nx-word to ws-num-prev-word
                 move 1 to ws-num-group-size
               end-if
             end-if
           end-perform
           perform close-numeronym-group
           perform close-word-master
           close numeronym-index
           .

      * a protected word has no index entry of its own, but a clue
      * sharing its abbreviation would still have two answers - so
      * each one is abbreviated here at the day's boundary
       load-numeronym-excepts.
           move 0 to ws-num-except-count
           move 'N' to ws-eof
           open input numeronym-except
           if ws-numexcept-status = '00' then
             perform until ws-eof = 'Y'
               read numeronym-except
                 at end move 'Y' to ws-eof
                 not at end
                   if ne-word not = spaces
                     and ws-num-except-count < ws-max-num-excepts
                     then
                     add 1 to ws-num-except-count
                     move function lower-case(ne-word) to ws-num-word
                     move ws-num-word
                       to ws-nv-word(ws-num-except-count)
                     call "calculate-numeronym"
                       using content ws-num-word,
                             reference ws-num-result,
                             content ws-num-boundary
                     move ws-num-result(1:30)
                       to ws-nv-numeronym(ws-num-except-count)
                   end-if
               end-read
             end-perform
             close numeronym-except
           end-if
           .

       close-numeronym-group.
           if ws-num-group-size = 1 then
             perform take-numeronym-candidate
           end-if
           .

      * a clue answer is one word of letters long enough to be
      * abbreviated at all, on the word master and as printable as
      * any other puzzle answer - the release gate checks it there
       take-numeronym-candidate.
           move function lower-case(ws-num-prev-word) to ws-num-word
           move 0 to ws-num-len
           inspect ws-num-word tallying ws-num-len
             for trailing space
           compute ws-num-len = function length(ws-num-word)
             - ws-num-len
           if ws-num-len > 25
             or ws-num-len < (2 * ws-num-boundary) + 2 then
             exit paragraph
           end-if
           if ws-num-word(1:ws-num-len) is not alphabetic-lower then
             exit paragraph
           end-if
           move 0 to ws-answer-spaces
           inspect ws-num-word(1:ws-num-len)
             tallying ws-answer-spaces for all ' '
           if ws-answer-spaces > 0 then
             exit paragraph
           end-if
           move 'N' to ws-num-barred
           perform varying ws-nv from 1 by 1
             until ws-nv > ws-num-except-count or ws-num-barred = 'Y'
             if ws-nv-word(ws-nv) = ws-num-word
               or ws-nv-numeronym(ws-nv) =
                  function lower-case(ws-num-prev-numeronym) then
               move 'Y' to ws-num-barred
             end-if
           end-perform
           if ws-num-barred = 'Y' then
             exit paragraph
           end-if
           move ws-num-word to ws-excl-word
           perform check-excluded
           if ws-excl-found = 'Y' then
             move ws-num-word to mat-word
             perform check-duplicate-match
             if ws-dup-found = 'N' then
               exit paragraph
             end-if
           end-if
           move ws-num-word to ws-wm-target
           perform word-exists-check
           if ws-wm-found = 'N' then
             exit paragraph
           end-if
           if wm-not-puzzle-eligible or wm-is-proper-noun
             or wm-suppress-print then
             exit paragraph
           end-if
           if ws-num-cand-count < ws-max-num-cands then
             add 1 to ws-num-cand-count
             move function lower-case(ws-num-prev-numeronym)
               to ws-nc-numeronym(ws-num-cand-count)
             move ws-num-word to ws-nc-word(ws-num-cand-count)
           end-if
           .

      * each clue slot in turn draws from the candidates not yet
      * dealt, so the day's set is a fair pick from the whole index
       pick-numeronym-clues.
           move 'Y' to preview-mode
           move 'NUMCLUE' to stream-name
           move 'N' to init-status
           move 0 to ws-num-picked
           perform varying ws-nc from 1 by 1
             until ws-nc > ws-num-cand-count
               or ws-nc > ws-num-clue-count
             move ws-nc to randed-low
             move ws-num-cand-count to randed-high
             perform draw-search-number
             move randed-ranged to ws-nc2
             if ws-nc2 not = ws-nc then
               move ws-num-cand(ws-nc) to ws-num-cand-hold
               move ws-num-cand(ws-nc2) to ws-num-cand(ws-nc)
               move ws-num-cand-hold to ws-num-cand(ws-nc2)
             end-if
             add 1 to ws-num-picked
           end-perform
           .

       write-numeronym-matches.
           open extend matches-in
           if ws-matches-status = '35' then
             open output matches-in
           end-if
           perform varying ws-nc from 1 by 1
             until ws-nc > ws-num-picked
             move ws-nc-word(ws-nc) to mat-word
             perform check-duplicate-match
             if ws-dup-found = 'N' then
               move ws-run-date to mat-date
               move ws-subject to mat-subject
               move ws-publication to mat-publication
               move spaces to mat-language
               move space to mat-mode
               write mat-record
             end-if
           end-perform
           close matches-in
           move "chmod 600 ANAGRAM-MATCHES.OUT" to ws-chmod-command
           call "SYSTEM" using ws-chmod-command
           .

       grade-numeronyms.
           move 0 to ws-match-count
           move 0 to ws-total-len
           perform varying ws-nc from 1 by 1
             until ws-nc > ws-num-picked
             add 1 to ws-match-count
             move ws-nc-word(ws-nc) to ws-match(ws-match-count)
             move 0 to ws-len-spc
             inspect ws-nc-word(ws-nc) tallying ws-len-spc
               for trailing space
             compute ws-total-len = ws-total-len + 40 - ws-len-spc
           end-perform
           if ws-match-count > ws-peak-matches then
             move ws-match-count to ws-peak-matches
           end-if
           compute ws-avg-len = ws-total-len / ws-match-count
           move 0 to ws-rare-count
           perform count-lowband-answers
           perform rate-by-difficulty
           .

      * the index carries the count as three digits (i018n); the
      * printed clue drops the leading zeros (i18n)
       build-numeronym-clue.
           move ws-nc-numeronym(ws-nc)(ws-num-boundary + 1:3)
             to ws-num-digits
           move ws-num-digits to ws-num-digits-ed
           move spaces to ws-num-clue
           string ws-nc-numeronym(ws-nc)(1:ws-num-boundary)
             function trim(ws-num-digits-ed)
             ws-nc-numeronym(ws-nc)(ws-num-boundary + 4:
               ws-num-boundary)
             delimited by size into ws-num-clue
           move ws-nc to ws-num-seq-ed
           .

       write-numeronym-sheet.
           move spaces to ws-num-sheet-name
           if ws-publication = spaces then
             string "NUMSHEET." ws-target-date ".OUT"
               into ws-num-sheet-name
           else
             string "NUMSHEET." ws-publication "." ws-target-date
               ".OUT" into ws-num-sheet-name
           end-if
           open output number-sheet
           move spaces to num-sheet-line
           string "DECODE THE NUMERONYM  " ws-target-date
             into num-sheet-line
           write num-sheet-line
           move spaces to num-sheet-line
           move "EACH NUMBER COUNTS THE LETTERS LEFT OUT OF THE WORD"
             to num-sheet-line
           write num-sheet-line
           move spaces to num-sheet-line
           write num-sheet-line
           perform varying ws-nc from 1 by 1
             until ws-nc > ws-num-picked
             perform build-numeronym-clue
             move spaces to num-sheet-line
             string "  " ws-num-seq-ed ".  " ws-num-clue(1:12)
               "  ______________________________" into num-sheet-line
             write num-sheet-line
           end-perform
           close number-sheet
           .

       write-numeronym-key.
           move spaces to ws-num-key-name
           if ws-publication = spaces then
             string "KEYSTORE.NUM." ws-target-date ".OUT"
               into ws-num-key-name
           else
             string "KEYSTORE.NUM." ws-publication "."
               ws-target-date ".OUT" into ws-num-key-name
           end-if
           open output number-key
           move spaces to num-key-line
           string "NUMERONYM ANSWER KEY  " ws-target-date
             into num-key-line
           write num-key-line
           move spaces to num-key-line
           string "DIFFICULTY: " ws-rating into num-key-line
           write num-key-line
           move spaces to num-key-line
           write num-key-line
           perform varying ws-nc from 1 by 1
             until ws-nc > ws-num-picked
             perform build-numeronym-clue
             move spaces to num-key-line
             string "  " ws-num-seq-ed ".  " ws-num-clue(1:12)
               "  " ws-nc-word(ws-nc) into num-key-line
             write num-key-line
           end-perform
           close number-key
           move spaces to ws-chmod-command
           string "chmod 600 " function trim(ws-num-key-name)
             into ws-chmod-command
           call "SYSTEM" using ws-chmod-command
           .

      * ANAGRAM-MATCHES.OUT is opened EXTEND and never truncated (it
      * accumulates across every nightly run), so a subject reused on
      * a later day must only pull today's rows, and a rerun on the
      * same day must not double up a word already collected
       read-matches.
           move 0 to ws-match-count
           move 0 to ws-hidden-count
           move 'N' to ws-eof
           open input matches-in
           if ws-matches-status = '00' then
             perform until ws-eof = 'Y'
               read matches-in
                 at end move 'Y' to ws-eof
                 not at end
                   if function trim(mat-subject) =
                      function trim(ws-subject)
                      and mat-date = ws-run-date
                      and mat-publication = ws-publication then
                     if mat-mode = 'H' then
                       perform take-hidden-match
                     else
                     if ws-match-count < ws-max-candidates then
                       perform check-duplicate-match
                       if ws-dup-found = 'N' then
                         add 1 to ws-match-count
                         move mat-word to ws-match(ws-match-count)
                       end-if
                     end-if
                     end-if
                   end-if
               end-read
             end-perform
             close matches-in
           end-if
           .

      * one answer per inflection family: the first member read
      * holds the family's place in the key, and the root itself
      * (or the pair of roots) takes it over when it turns up -
      * CATS DOG and CAT DOGS print once, as CAT DOG when the
      * master found that pair
       fold-key-families.
           move 0 to ws-fold-k
           perform varying i from 1 by 1 until i > ws-match-count
             move ws-match(i) to wf-answer
             call 'word-family' using wf-answer, wf-family-key,
                 wf-linked
             move 0 to ws-fold-at
             perform varying ws-fold-j from 1 by 1
               until ws-fold-j > ws-fold-k or ws-fold-at > 0
               if ws-match-family(ws-fold-j) = wf-family-key then
                 move ws-fold-j to ws-fold-at
               end-if
             end-perform
             if ws-fold-at = 0 then
               add 1 to ws-fold-k
               move ws-match(i) to ws-match(ws-fold-k)
               move wf-family-key to ws-match-family(ws-fold-k)
             else
               add 1 to ws-folded-count
               if function lower-case(function trim(ws-match(i)))
                  = wf-family-key then
                 move ws-match(i) to ws-match(ws-fold-at)
               end-if
             end-if
           end-perform
           move ws-fold-k to ws-match-count
           .

       take-hidden-match.
           move 'N' to ws-dup-found
           perform varying ws-hd from 1 by 1
             until ws-hd > ws-hidden-count or ws-dup-found = 'Y'
             if ws-hidden-word(ws-hd) = mat-word then
               move 'Y' to ws-dup-found
             end-if
           end-perform
           if ws-dup-found = 'N'
             and ws-hidden-count < ws-max-hidden then
             add 1 to ws-hidden-count
             move mat-word to ws-hidden-word(ws-hidden-count)
           end-if
           if ws-hidden-count > ws-peak-hidden then
             move ws-hidden-count to ws-peak-hidden
           end-if
           .

       check-duplicate-match.
           move 'N' to ws-dup-found
           perform varying ws-dup-i from 1 by 1
             until ws-dup-i > ws-match-count or ws-dup-found = 'Y'
             if ws-match(ws-dup-i) = mat-word then
               move 'Y' to ws-dup-found
             end-if
           end-perform
           .

      * with no rules file on hand the shipped defaults apply, so
      * the nightly never stops for a missing card
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

      * score the puzzle up from zero: few matches, long answers
      * and rare subject letters all push it toward HARD
       grade-puzzle.
           move 0 to ws-grade-score
           move 0 to ws-avg-len
           if ws-match-count > 0 then
             move 0 to ws-total-len
             perform varying i from 1 by 1 until i > ws-match-count
               move 0 to ws-len-spc
               inspect ws-match(i)
                 tallying ws-len-spc for trailing space
               compute ws-one-len =
                 function length(ws-match(i)) - ws-len-spc
               add ws-one-len to ws-total-len
             end-perform
             compute ws-avg-len = ws-total-len / ws-match-count
           end-if
           if ws-match-count <= ws-match-hard then
             add 2 to ws-grade-score
           else
             if ws-match-count < ws-match-easy then
               add 1 to ws-grade-score
             end-if
           end-if
           if ws-avg-len >= ws-avglen-hard then
             add 1 to ws-grade-score
           end-if
           move 0 to ws-rare-count
           perform varying ws-rare-i from 1 by 1
             until ws-rare-i > 10
             if ws-rare-letters(ws-rare-i:1) not = space then
               move 0 to ws-rare-tally
               inspect function lower-case(ws-subject)
                 tallying ws-rare-tally
                 for all ws-rare-letters(ws-rare-i:1)
               add ws-rare-tally to ws-rare-count
             end-if
           end-perform
           if ws-rare-count >= ws-rare-hard then
             add 1 to ws-grade-score
           end-if
           perform count-lowband-answers
           if ws-lowband-count > 0 then
             add 1 to ws-grade-score
           end-if
           if ws-grade-score >= ws-hard-cut then
             move "HARD" to ws-rating
           else
             if ws-grade-score >= ws-medium-cut then
               move "MEDIUM" to ws-rating
             else
               move "EASY" to ws-rating
             end-if
           end-if
           .

      * a coded record gets per-publication output names; a blank
      * code keeps the legacy shape.  answer keys land in the
      * KEYSTORE names with owner-only permissions - tomorrow's
      * answers are contest material, and the retrieval program is
      * the only sanctioned way to print one
       count-lowband-answers.
           move 0 to ws-lowband-count
           perform open-word-master
           if ws-wm-master-count > 0 then
             perform varying i from 1 by 1
               until i > ws-match-count
               perform check-answer-frequency
             end-perform
             perform close-word-master
           end-if
           .

      * pair answers carry an internal blank and have no single
      * master record to rank - they skip the check
       check-answer-frequency.
           move 0 to ws-answer-spaces
           inspect function trim(ws-match(i))
             tallying ws-answer-spaces for all ' '
           if ws-answer-spaces = 0
             and ws-match(i)(26:15) = spaces then
             move function lower-case(function trim(ws-match(i)))
               to ws-wm-target
             perform word-exists-check
             if ws-wm-found = 'Y'
               and wm-freq-rank >= ws-freq-hard
               and wm-freq-rank > 0 then
               add 1 to ws-lowband-count
             end-if
           end-if
           .

       open-word-master.
           move 0 to ws-wm-master-count
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
               ws-lowband-count into print-line
             write print-line
           end-if
           if ws-folded-count > 0 then
             move spaces to print-line
             string "ONE PER WORD FAMILY - INFLECTIONS LEFT OUT: "
               ws-folded-count into print-line
             write print-line
           end-if
           move spaces to print-line
           write print-line
           if ws-match-count = 0 then
               perform write-answer-definition
             end-perform
           end-if
           if ws-hidden-count > 0 then
             move spaces to print-line
             write print-line
             move spaces to print-line
             string "HIDDEN WORDS (" ws-hidden-count "):"
               into print-line
             write print-line
             perform varying ws-hd from 1 by 1
               until ws-hd > ws-hidden-count
               move spaces to print-line
               string "  " ws-hd ". " ws-hidden-word(ws-hd)
                 into print-line
               write print-line
             end-perform
           end-if
           close puzzle-out
           perform restrict-key-file
           .
             move ws-pool-i to randed-high
             call 'cobrand' using init-status, randed, cur-date,
                 randed-low, randed-high, randed-ranged,
                 preview-mode, stream-name, weighted-draw
             move randed-ranged to ws-pool-j
             if ws-pool-j < 1 or ws-pool-j > ws-pool-i then
               move ws-pool-i to ws-pool-j
               into sheet-line
             write sheet-line
           end-perform
           perform write-hidden-section
           perform write-featured-margin
           close puzzle-sheet
           perform varying ws-ed from 1 by 1
           write sheet-line
           .

      * find the hidden word: the subject phrase itself, with a blank
      * for each word running across its word breaks
       write-hidden-section.
           if ws-hidden-count = 0 then
             exit paragraph
           end-if
           move spaces to sheet-line
           write sheet-line
           move spaces to sheet-line
           string "FIND THE HIDDEN WORD - " ws-hidden-count
             " WORDS RUN ACROSS THE GAPS IN:" into sheet-line
           write sheet-line
           move spaces to sheet-line
           string "   " function upper-case(ws-subject)
             into sheet-line
           write sheet-line
           perform varying ws-hd from 1 by 1
             until ws-hd > ws-hidden-count
             move spaces to sheet-line
             string "  " ws-hd ". ........................."
               into sheet-line
             write sheet-line
           end-perform
           .

      * the editor's word-of-the-day box, when the pick file for
      * the sheet's date is on disk
       write-featured-margin.
               set job-warning to true
               move "NO PUZZLE SUBJECTS ON CONTROL FILE"
                 to ws-job-message
             when ws-grid-fail-count > 0
               set job-warning to true
               move "CROSSWORD GRID NOT FILLED" to ws-job-message
             when ws-no-match-count > 0
               set job-warning to true
               move "PUZZLE GENERATED, NO MATCHES" to ws-job-message
           end-evaluate
           .

      * the files this run read and wrote, fingerprinted into the
      * run manifest under the run number and step in flight
       record-run-manifest.
           move "PUZZLE-GENERATOR" to rm-program-id
           move "PUZZLE.DAT" to rm-file-name
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
           move "WORD-MASTER.DAT" to rm-file-name
           set rm-read to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           move "PUZZGRADE.DAT" to rm-file-name
           set rm-written to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           move "PUZZHIST.DAT" to rm-file-name
           set rm-written to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           move "GRIDTPL.DAT" to rm-file-name
           set rm-read to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           move "GRIDHIST.DAT" to rm-file-name
           set rm-written to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           move "WORDCAT.DAT" to rm-file-name
           set rm-read to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           move "WORDFAM.DAT" to rm-file-name
           set rm-read to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           move "NUMINDEX.DAT" to rm-file-name
           set rm-read to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           move "NUMEXCEPT.DAT" to rm-file-name
           set rm-read to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           move "WORDUSE.DAT" to rm-file-name
           set rm-read to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           move "ANAGRAM-MATCHES.OUT" to rm-file-name
           set rm-written to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           .

      * the puzzle table is filled once, the answer list and the
      * pyramid tiers once per puzzle - each kept at its fullest
       record-table-peaks.
           move "PUZZLE-GENERATOR" to tp-program-id
           move "WS-PUZZLE-TABLE" to tp-table-name
           move ws-max-puzzles to tp-ceiling
           move ws-puzzle-count to tp-peak
           perform file-table-peak
           move "WS-MATCH-TABLE" to tp-table-name
           move ws-max-candidates to tp-ceiling
           move ws-peak-matches to tp-peak
           perform file-table-peak
           move "WS-PYRAMID-TABLE" to tp-table-name
           move ws-max-tiers to tp-ceiling
           move ws-peak-tiers to tp-peak
           perform file-table-peak
           move "WS-SLOT-TABLE" to tp-table-name
           move ws-max-slots to tp-ceiling
           move ws-peak-slots to tp-peak
           perform file-table-peak
           move "WS-FILL-WORD-TABLE" to tp-table-name
           move ws-max-fill-words to tp-ceiling
           move ws-peak-fill-words to tp-peak
           perform file-table-peak
           move "WS-SRCH-CAND-TABLE" to tp-table-name
           move ws-max-search-words to tp-ceiling
           move ws-peak-srch-cands to tp-peak
           perform file-table-peak
           move "WS-HIDDEN-TABLE" to tp-table-name
           move ws-max-hidden to tp-ceiling
           move ws-peak-hidden to tp-peak
           perform file-table-peak
           move "WS-NUM-CAND-TABLE" to tp-table-name
           move ws-max-num-cands to tp-ceiling
           move ws-peak-num-cands to tp-peak
           perform file-table-peak
           .

       file-table-peak.
           call 'table-peak' using tp-program-id, tp-table-name,
               tp-ceiling, tp-peak
           .

       write-audit-log.
           move "PUZZLE-GENERATOR" to aud-program-id
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
