           organization is line sequential
           file status is ws-amend-log-status.

           select hold-log assign dynamic ws-hold-name
           organization is line sequential
           file status is ws-hold-log-status.

           select finance-sent assign to 'FINSENT.LOG'
           organization is line sequential
           file status is ws-finance-sent-status.

           select audit-log assign to 'AUDIT.LOG'
           organization is line sequential
           file status is ws-audit-log-status.
      * source marker: 'T' on summary records the tally posting
      * bridge wrote, spaces on operator-keyed rows
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

      * periods period-close has archived and totalled - amendments
      * behind the newest close date need a supervisor override
      * 'Y' when a supervisor overrode the closed-period fence;
      * spaces on rows written before the field existed
           02 al-override pic X(1).
      * the payee id after the amendment, where al-id is the id
      * before it; spaces on rows written before the field existed
           02 al-after-id pic X(8).
      * the amended entry's own date, its key with al-seq; spaces
      * on rows written before the field existed
           02 al-entry-date pic X(8).

       fd  hold-log.
       copy "entryhold-data.copy".

      * finance feeds sent, by date - an entry whose day has gone
      * to finance is held as an amendment, not as a new entry
       fd  finance-sent.
       01 fs-record.
           02 fs-date pic X(8).
           02 fs-count pic 9(6).
           02 fs-checksum pic 9(12).
           02 fs-seq pic 9(6).
           02 fs-sent-stamp pic X(14).
      * only the totals feed (type spaces) carries the day's
      * entries; the journal and adjustment rows do not
           02 fs-feed-type pic X(1).

       fd  audit-log.
       copy "audit-data.copy".

       working-storage section.
       copy "progstat-call.copy".
       copy "operator-data.copy".
       copy "signon-data.copy".
       copy "passcheck-data.copy".
       copy "permit-data.copy".
       copy "limit-data.copy".
       copy "payeechk-data.copy".
       01 ws-entry-master-status pic XX.
       01 ws-amend-log-status pic XX.
       01 ws-audit-log-status pic XX.
       01 ws-master-name pic X(20) value 'ENTRYMST.IDX'.
       01 ws-amend-name pic X(20) value 'AMENDLOG.DAT'.
       01 ws-close-name pic X(20) value 'PERCLOSE.DAT'.
       01 ws-hold-name pic X(20) value 'ENTRYAPR.LOG'.
       01 ws-hold-log-status pic XX.
       01 ws-finance-sent-status pic XX.
       01 ws-found-status pic X(1).
       01 ws-new-status pic X(1) value space.
       01 ws-amend-held pic X(1) value 'N'.
       01 ws-name pic X(20).
       01 ws-amount pic 9(9).
       01 ws-new-name pic X(20).
       01 ws-new-id pic 9(8).
       01 ws-new-amount pic 9(9).
       01 ws-amended pic X value 'N'.
       01 ws-cancelled pic X(1) value 'N'.

       procedure division.
       main-line.
           move "ENTRY-INQUIRY" to aud-program-id
           call 'sysdate' using ws-run-date
           move "Operator ID, for the session log" to ws-prompt
           move spaces to ws-field-text
               move ps-message to so-message
             end-if
           end-if
           if so-accepted then
             move "ENTRY-INQUIRY" to pc-program-id
             move 'I' to pc-mode-needed
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
           call 'training-mode' using ws-operator-id,
               ws-training-flag
           if ws-training-flag = 'Y' then
             move 'TRAIN.ENTRYMST.IDX' to ws-master-name
             move 'TRAIN.AMENDLOG.DAT' to ws-amend-name
             move 'TRAIN.PERCLOSE.DAT' to ws-close-name
             move 'TRAIN.ENTRYAPR.LOG' to ws-hold-name
             move "*** TRAINING - NOT PRODUCTION ***"
               to ws-error-text
             display "*** TRAINING SESSION - TRAIN FILES ONLY ***"
             else
               display inquiry-screen
               perform check-period-closed
               evaluate true
                 when ws-found-status = 'H' or ws-found-status = 'M'
                   display "ENTRY HELD FOR SUPERVISOR RELEASE - "
                     "NOT AMENDABLE UNTIL DECIDED"
                 when ws-found-status = 'R'
                   display "ENTRY REJECTED BY A SUPERVISOR - "
                     "NOT AMENDABLE"
                 when other
                   perform amend-found-entry
               end-evaluate
             end-if
           end-if
           call "test-ui-io" using 'P', ws-prompt, ws-field-text,
           stop run
           .

      * a posted entry may be amended; one a supervisor still has
      * to decide, or has rejected, may not be changed underneath
      * that decision
       amend-found-entry.
           if ws-period-closed = 'Y' and not so-supervisor then
             display "ENTRY IS IN A CLOSED PERIOD - "
               "SUPERVISOR OVERRIDE REQUIRED"
           else
             if ws-period-closed = 'Y' then
               display "CLOSED PERIOD - AMENDING UNDER "
                 "SUPERVISOR OVERRIDE"
               move 'Y' to ws-override
             end-if
             perform capture-amendment
           end-if
           if ws-amended = 'Y' then
             perform check-amendment-limit
             perform write-amendment-record
             perform rewrite-entry-master
             if ws-amend-held = 'Y' then
               perform log-amendment-hold
               move "AMENDMENT HELD FOR SUPERVISOR RELEASE"
                 to ws-error-text
             else
               move "AMENDMENT APPLIED" to ws-error-text
             end-if
             display inquiry-screen
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

      * the ID is not the key, so the retrieve walks the index in
      * key order; the last (newest-keyed) record for the ID wins,
      * so an already-amended entry retrieves at its amended values
                     move em-date to ws-found-date
                     move em-name to ws-name
                     move em-amount to ws-amount
                     move em-status to ws-found-status
                   end-if
               end-read
             end-perform

       capture-amendment.
           move 'N' to ws-amended
           if not pc-may-update then
             display "INQUIRY ONLY - AMENDMENT NOT PERMITTED"
             exit paragraph
           end-if
           move "New payee ID and check digit (blank to keep, "
             & "CANCEL to abort)" to ws-prompt
           move 'N' to ws-numeric-only
           move spaces to ws-field-text
           call "test-ui-io" using 'F', ws-prompt, ws-field-text,
               ws-numeric-only, ws-cancelled, ws-error-text,
               ws-pause-seconds
           if ws-cancelled = 'Y' then
             display "AMENDMENT CANCELLED"
             exit paragraph
           end-if
           perform check-amended-payee
           if not pk-valid then
             move pk-message to ws-error-text
             display inquiry-screen
             display "AMENDMENT REFUSED - " pk-message
             exit paragraph
           end-if
           move pk-id to ws-new-id
           move pk-name to ws-new-name
           move "New amount, digits only (or CANCEL)" to ws-prompt
           move 'Y' to ws-numeric-only
           move spaces to ws-field-text
           call "test-ui-io" using 'F', ws-prompt, ws-field-text,
               ws-numeric-only, ws-cancelled, ws-error-text,
               ws-pause-seconds
           if ws-cancelled = 'Y' then
             display "AMENDMENT CANCELLED"
           else
             move function numval(ws-field-text)
               to ws-new-amount
             if ws-new-id not = ws-target-id
               or ws-new-name not = ws-name
               or ws-new-amount not = ws-amount then
               move 'Y' to ws-amended
             else
               display "NO CHANGES KEYED"
             end-if
           end-if
           .

      * the amended entry must pay an active payee on the master,
      * whether the id is being corrected or kept - and it takes
      * the payee's registered name either way, so an amendment
      * is also how an old free-typed spelling is put right
       check-amended-payee.
           if ws-field-text = spaces then
             set pk-lookup to true
             move ws-target-id to pk-id
           else
             set pk-validate to true
             move ws-field-text(1:9) to pk-keyed
           end-if
           call 'payee-check' using pk-action, pk-keyed, pk-id,
               pk-check-digit, pk-name, pk-result, pk-message
           if pk-valid and ws-field-text(10:) not = spaces then
             set pk-bad-format to true
             move "PAYEE ID IS 8 DIGITS PLUS CHECK DIGIT"
               to pk-message
           end-if
           .

      * an amended amount over the amending operator's limit is
      * held like a new entry would be.  a payee-only change, or an
      * amount brought down, is not money the operator is posting
       check-amendment-limit.
           move 'N' to ws-amend-held
           move space to ws-new-status
           if ws-new-amount not > ws-amount then
             exit paragraph
           end-if
           move ws-operator-id to lm-operator-id
           move ws-new-amount to lm-amount
           call 'amount-limit' using lm-operator-id, lm-amount,
               lm-limit, lm-result
           if lm-within then
             exit paragraph
           end-if
           move 'Y' to ws-amend-held
           move 'H' to ws-new-status
           open input finance-sent
           if ws-finance-sent-status = '00' then
             move 'N' to ws-eof
             perform until ws-eof = 'Y'
               read finance-sent
                 at end move 'Y' to ws-eof
                 not at end
                   if fs-date = ws-found-date
                     and fs-feed-type = space then
                     move 'M' to ws-new-status
                     move 'Y' to ws-eof
                   end-if
               end-read
             end-perform
             close finance-sent
           end-if
           .

       log-amendment-hold.
           open extend hold-log
           if ws-hold-log-status = '35' then
             open output hold-log
           end-if
           move spaces to eh-record
           move ws-found-date to eh-entry-date
           move ws-found-seq to eh-seq
           set eh-held to true
           move ws-new-status to eh-kind
           move ws-run-date to eh-action-date
           move ws-operator-id to eh-operator
           move ws-new-amount to eh-amount
           move lm-limit to eh-limit
           write eh-record
           close hold-log
           .

       write-amendment-record.
           open extend amend-log
           if ws-amend-log-status = '35' then
           move ws-new-name to al-after-name
           move ws-new-amount to al-after-amount
           move ws-override to al-override
           move ws-new-id to al-after-id
           move ws-found-date to al-entry-date
           write al-record
           close amend-log
           .
               invalid key
                 display "ENTRY NO LONGER ON MASTER - NOT AMENDED"
               not invalid key
                 move ws-new-id to em-id
                 move ws-new-name to em-name
                 move ws-new-amount to em-amount
                 move ws-new-status to em-status
                 rewrite em-record
                   invalid key
                     display "REWRITE FAILED - STATUS "
                       ws-entry-master-status
                 end-rewrite
                 move ws-new-id to ws-target-id
                 move ws-new-name to ws-name
                 move ws-new-amount to ws-amount
             end-read
               move "TRAINING ENTRY AMENDED" to aud-outcome
             when ws-training-flag = 'Y'
               move "TRAINING INQUIRY COMPLETE" to aud-outcome
             when ws-amend-held = 'Y'
               move "ENTRY AMENDED, HELD OVER AMOUNT LIMIT"
                 to aud-outcome
             when ws-amended = 'Y'
               move "ENTRY AMENDED" to aud-outcome
             when other
           if ws-audit-log-status = "35" then
             open output audit-log
           end-if
           call 'audit-chain' using aud-record
           write aud-record
           close audit-log
           set pst-end to true
           call 'prog-status' using pst-action, aud-record
           .

       end program entry-inquiry.
