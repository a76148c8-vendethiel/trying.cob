           organization is line sequential
           file status is ws-defn-status.

           select variant-master assign to 'VARIANT.DAT'
           organization is line sequential
           file status is ws-variant-status.

       data division.
       file section.
       fd  word-master.
           02 df-word pic A(25).
           02 df-definition pic X(60).

      * spelling variant cross-reference the scoring run honors -
      * the desk reads it back here when a reader writes in about
      * a spelling
       fd  variant-master.
       copy "variant-data.copy".

       working-storage section.
       copy "operator-data.copy".
       copy "signon-data.copy".
       copy "passcheck-data.copy".
       copy "permit-data.copy".
       01 ws-word-master-status pic XX.
       01 ws-wm-rel-key pic 9(6).
       01 ws-wm-master-count pic 9(6).
       01 ws-match-flag pic X(1).
       01 ws-c pic 99.
       01 ws-pattern-hits pic 9(5).
       01 ws-variant-status pic XX.
       01 ws-variant-eof pic X(1).
       01 ws-variant-hits pic 9(3).
       01 ws-variant-word pic X(25).

       procedure division.
       main-line.
           perform check-operator-sign-on
           if so-rejected then
             display so-message
             move 8 to return-code
             stop run
           end-if
           perform open-word-master
           if ws-wm-master-count = 0 then
             display "WORD-MASTER.DAT NOT FOUND - RUN THE INDEX "
           stop run
           .

       check-operator-sign-on.
           display "Operator ID"
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
             move "WORD-LOOKUP" to pc-program-id
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

       open-word-master.
           move 0 to ws-wm-master-count
           open input word-master
             perform show-frequency-rank
             perform show-definition
             perform show-anagram-group
             perform show-variants
           else
             display "NOT FOUND: " function trim(ws-wm-target)
             perform show-variants
             perform show-near-misses
           end-if
           .
           end-if
           .

      * every spelling paired with the word on the variant file, in
      * either direction and for every language list it appears
      * in; a word the master does not carry may still be a variant
      * the scoring run accepts
       show-variants.
           move 0 to ws-variant-hits
           move 'N' to ws-variant-eof
           open input variant-master
           if ws-variant-status = '00' then
             perform until ws-variant-eof = 'Y'
               read variant-master
                 at end move 'Y' to ws-variant-eof
                 not at end perform show-one-variant
               end-read
             end-perform
             close variant-master
           end-if
           if ws-variant-hits = 0 then
             display "  (no spelling variants on file)"
           end-if
           .

       show-one-variant.
           move function lower-case(vr-word) to ws-variant-word
           if ws-variant-word = ws-wm-target then
             add 1 to ws-variant-hits
             display "  VARIANT SPELLING: "
               function trim(vr-variant) "  LANGUAGE: " vr-language
           else
             move function lower-case(vr-variant) to ws-variant-word
             if ws-variant-word = ws-wm-target then
               add 1 to ws-variant-hits
               display "  VARIANT OF: "
                 function trim(vr-word) "  LANGUAGE: " vr-language
             end-if
           end-if
           .

      * the search converged where the word would sit; its shelf
      * neighbours are the closest spellings on the master
       show-near-misses.
