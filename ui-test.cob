           organization is line sequential
           file status is ws-operator-master-status.

           select hold-log assign dynamic ws-hold-name
           organization is line sequential
           file status is ws-hold-log-status.

           select keymiss-log assign to 'KEYMISS.LOG'
           organization is line sequential
           file status is ws-keymiss-log-status.

       data division.
       file section.
       fd  audit-log.
           02 em-id pic 9(8).
           02 em-amount pic 9(9).
           02 em-source pic X(1).
      * release state under the operator's amount limit: 'H' held
      * for a supervisor before finance has the entry, 'M' a held
      * amendment to an entry finance already has, 'R' rejected;
      * spaces are posted entries
           02 em-status pic X(1).
               88 em-posted value space.
               88 em-held value 'H' 'M'.
               88 em-held-amendment value 'M'.
               88 em-rejected value 'R'.

      * only the verify-exemption byte matters here - the rest of
      * the password extension belongs to sign-on and pass-check
           02 op-locked pic X(1).
           02 op-verify-exempt pic X(1).
           02 op-training pic X(1).
           02 op-amount-limit pic X(9).
           02 op-last-signon pic X(8).

       fd  hold-log.
       copy "entryhold-data.copy".

       fd  keymiss-log.
       copy "keymiss-data.copy".

       working-storage section.
       copy "progstat-call.copy".
       copy "operator-data.copy".
       copy "signon-data.copy".
       copy "passcheck-data.copy".
       copy "permit-data.copy".
       copy "limit-data.copy".
       copy "payeechk-data.copy".
       01 ws-audit-log-status pic XX.
       01 ws-entry-master-status pic XX.
       01 ws-entry-seq pic 9(6) value 0.
       01 ws-entry-eof pic X(1).
       01 ws-run-date pic X(8).
       77 ws-name pic X(20) value spaces.
       01 ws-id pic 9(8) value 0.
       01 ws-amount pic 9(9) value 0.
       01 ws-amount2 pic 9(9) value 0.
       01 ws-verify-retries pic 9(2) value 0.
       01 ws-training-flag pic X(1) value 'N'.
       01 ws-entry-name pic X(20) value 'ENTRYMST.IDX'.
       01 ws-hold-name pic X(20) value 'ENTRYAPR.LOG'.
       01 ws-hold-log-status pic XX.
       01 ws-keymiss-log-status pic XX.
       01 ws-entry-held pic X(1) value 'N'.
       01 ws-entry-written pic X(1) value 'N'.
       01 ws-error-text pic X(40) value spaces.
       01 ws-payee-ok pic X(1) value 'N'.

       01 ws-prompt pic X(60).
       01 ws-field-text pic X(20).

       procedure division.
       main-line.
           move "TEST-UI" to aud-program-id
           move "Operator ID, for the session log" to ws-prompt
           move spaces to ws-field-text
           call "test-ui-io" using 'S', ws-prompt, ws-field-text,
               move ps-message to so-message
             end-if
           end-if
           if so-accepted then
             move "TEST-UI" to pc-program-id
             move 'U' to pc-mode-needed
             perform check-program-permit
           end-if
           if so-rejected then
             display so-message
             move 8 to return-code
             stop run
           end-if
      * a refused sign-on is not a run - the status register
      * hears of the program only once the operator is let in
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           perform load-verify-exemption
           call 'training-mode' using ws-operator-id,
               ws-training-flag
           if ws-training-flag = 'Y' then
             move 'TRAIN.ENTRYMST.IDX' to ws-entry-name
             move 'TRAIN.ENTRYAPR.LOG' to ws-hold-name
             move "*** TRAINING - NOT PRODUCTION ***"
               to ws-error-text
           end-if
           display main-screen
           perform capture-payee
           display main-screen

           if ws-cancelled not = 'Y' then
             perform capture-amount
             display main-screen
             move "ENTRY CANCELLED" to ws-error-text
             display main-screen
           else
             perform check-amount-limit
             perform write-entry-master
             if ws-entry-held = 'Y' then
               move "ENTRY HELD FOR SUPERVISOR RELEASE"
                 to ws-error-text
             else
               move "ENTRY SAVED" to ws-error-text
             end-if
             display main-screen
           end-if

           stop run
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

       load-verify-exemption.
           move 'N' to ws-verify-exempt
           move 'N' to ws-oper-eof
           end-if
           .

      * the payee is keyed as its id plus check digit and must be
      * an active payee on the master; the name is the registered
      * one, never typed, so one payee is one spelling on file
       capture-payee.
           move 'N' to ws-payee-ok
           perform until ws-payee-ok = 'Y' or ws-cancelled = 'Y'
             move "Enter payee ID and check digit, 9 digits (or "
               & "CANCEL to abort)" to ws-prompt
             move 'Y' to ws-numeric-only
             move spaces to ws-field-text
             call "test-ui-io" using 'F', ws-prompt, ws-field-text,
                 ws-numeric-only, ws-cancelled, ws-error-text,
                 ws-pause-seconds
             if ws-cancelled not = 'Y' then
               set pk-validate to true
               move ws-field-text(1:9) to pk-keyed
               call 'payee-check' using pk-action, pk-keyed, pk-id,
                   pk-check-digit, pk-name, pk-result, pk-message
               if pk-valid and ws-field-text(10:) not = spaces then
                 set pk-bad-format to true
                 move "PAYEE ID IS 8 DIGITS PLUS CHECK DIGIT"
                   to pk-message
               end-if
               if pk-valid then
                 move 'Y' to ws-payee-ok
                 move pk-id to ws-id
                 move pk-name to ws-name
               else
                 move pk-message to ws-error-text
                 display main-screen
               end-if
             end-if
           end-perform
           .

      * standard practice anywhere money is keyed: the amount goes
      * in twice blind and has to agree with itself.  operators a
      * supervisor has exempted on the master key it once as before
                     move 'Y' to ws-amount-verified
                   else
                     add 1 to ws-verify-retries
                     perform log-key-mismatch
                     display "AMOUNTS DO NOT AGREE - KEY BOTH "
                       "AGAIN"
                   end-if
           end-perform
           .

      * every disagreement is kept, whether the entry is then
      * saved, held or cancelled - it is the operator's keying
      * accuracy the productivity report measures
       log-key-mismatch.
           if ws-training-flag = 'Y' then
             exit paragraph
           end-if
           open extend keymiss-log
           if ws-keymiss-log-status = '35' then
             open output keymiss-log
           end-if
           call 'sysdate' using ws-run-date
           move ws-run-date to km-date
           move function current-date(9:6) to km-time
           move ws-operator-id to km-operator
           write km-record
           close keymiss-log
           .

      * an amount over the operator's limit is still saved - the
      * keying is not wasted - but held, so nothing reaches finance
      * until a supervisor has looked at it
       check-amount-limit.
           move ws-operator-id to lm-operator-id
           move ws-amount to lm-amount
           call 'amount-limit' using lm-operator-id, lm-amount,
               lm-limit, lm-result
           if lm-over then
             move 'Y' to ws-entry-held
           else
             move 'N' to ws-entry-held
           end-if
           .

      * next sequence = one past the highest already on file; the
      * index walks in key order so the last record read carries
      * the highest key
           move ws-id to em-id
           move ws-amount to em-amount
           move spaces to em-source
           if ws-entry-held = 'Y' then
             move 'H' to em-status
           else
             move space to em-status
           end-if
           move 'Y' to ws-entry-written
           write em-record
             invalid key
               move 'N' to ws-entry-written
               display "ENTRY NOT SAVED - DUPLICATE KEY"
           end-write
           close entry-master
           if ws-entry-held = 'Y' and ws-entry-written = 'Y' then
             perform log-entry-hold
           end-if
           .

       log-entry-hold.
           open extend hold-log
           if ws-hold-log-status = '35' then
             open output hold-log
           end-if
           move spaces to eh-record
           move em-date to eh-entry-date
           move em-seq to eh-seq
           set eh-held to true
           move em-status to eh-kind
           move ws-run-date to eh-action-date
           move ws-operator-id to eh-operator
           move ws-amount to eh-amount
           move lm-limit to eh-limit
           write eh-record
           close hold-log
           .

       write-audit-log.
               move "TRAINING ENTRY COMPLETE" to aud-outcome
             when ws-cancelled = 'Y'
               move "ENTRY CANCELLED" to aud-outcome
             when ws-entry-held = 'Y'
               move "ENTRY HELD, OVER AMOUNT LIMIT" to aud-outcome
             when ws-verify-exempt = 'Y'
               move "ENTRY COMPLETE, VERIFY EXEMPT" to aud-outcome
             when ws-verify-retries > 0
           if ws-audit-log-status = "35" then
             open output audit-log
           end-if
           call 'audit-chain' using aud-record
           write aud-record
           close audit-log
           set pst-end to true
           call 'prog-status' using pst-action, aud-record
           .

       end program test-ui.
