       identification division.
       program-id. entry-approve.

       environment division.
       input-output section.
       file-control.
           select entry-master assign dynamic ws-master-name
           organization is indexed
           access mode is dynamic
           record key is em-key
           file status is ws-entry-master-status.

           select hold-log assign dynamic ws-hold-name
           organization is line sequential
           file status is ws-hold-log-status.

           select amend-log assign dynamic ws-amend-name
           organization is line sequential
           file status is ws-amend-log-status.

           select audit-log assign to 'AUDIT.LOG'
           organization is line sequential
           file status is ws-audit-log-status.

       data division.
       file section.
       fd  entry-master.
       01 em-record.
           02 em-key.
               03 em-date pic X(8).
               03 em-seq pic 9(6).
           02 em-operator pic X(8).
           02 em-name pic X(20).
           02 em-id pic 9(8).
           02 em-amount pic 9(9).
           02 em-source pic X(1).
           02 em-status pic X(1).
               88 em-posted value space.
               88 em-held value 'H' 'M'.
               88 em-held-amendment value 'M'.
               88 em-rejected value 'R'.

       fd  hold-log.
       copy "entryhold-data.copy".

      * the amendment trail entry-inquiry writes - a rejected
      * amendment puts the entry back to its before image
       fd  amend-log.
       01 al-record.
           02 al-date pic X(8).
           02 al-operator pic X(8).
           02 al-seq pic 9(6).
           02 al-id pic 9(8).
           02 al-before-name pic X(20).
           02 al-before-amount pic 9(9).
           02 al-after-name pic X(20).
           02 al-after-amount pic 9(9).
           02 al-override pic X(1).
           02 al-after-id pic X(8).
           02 al-entry-date pic X(8).

       fd  audit-log.
       copy "audit-data.copy".

       working-storage section.
       copy "progstat-call.copy".
       copy "operator-data.copy".
       copy "signon-data.copy".
       copy "passcheck-data.copy".
       copy "permit-data.copy".
       01 ws-entry-master-status pic XX.
       01 ws-hold-log-status pic XX.
       01 ws-amend-log-status pic XX.
       01 ws-audit-log-status pic XX.
       01 ws-eof pic X value 'N'.
       01 ws-run-date pic X(8).
       01 ws-action pic X(1).
       01 ws-confirm pic X(1).
       01 ws-reason pic X(30).
       01 ws-pick pic 9(3).
       01 ws-released pic 9(3) value 0.
       01 ws-rejected pic 9(3) value 0.
       01 ws-restored pic X(1).
       01 ws-restore-id pic 9(8).
       01 ws-restore-name pic X(20).
       01 ws-restore-amount pic 9(9).
       01 ws-training-flag pic X(1) value 'N'.
       01 ws-master-name pic X(20) value 'ENTRYMST.IDX'.
       01 ws-hold-name pic X(20) value 'ENTRYAPR.LOG'.
       01 ws-amend-name pic X(20) value 'AMENDLOG.DAT'.
       01 ws-kind-text pic X(9).

      * the approval queue: every entry on the master still held,
      * with who put it there and the limit it broke from the hold
      * journal
       78  ws-max-held value 200.
       01 ws-held-count pic 9(3) value 0.
       01 ws-held-overflow pic 9(5) value 0.
       01 ws-held-table.
           02 ws-held-entry occurs ws-max-held times.
               05 ws-hd-date pic X(8).
               05 ws-hd-seq pic 9(6).
               05 ws-hd-status pic X(1).
               05 ws-hd-name pic X(20).
               05 ws-hd-id pic 9(8).
               05 ws-hd-amount pic 9(9).
               05 ws-hd-operator pic X(8).
               05 ws-hd-limit pic 9(9).
               05 ws-hd-decided pic X(1).
       01 ws-h pic 9(3).
       01 ws-awaiting pic 9(3).

       procedure division.
       main-line.
           move "ENTRY-APPROVE" to aud-program-id
           call 'sysdate' using ws-run-date
           perform check-supervisor-sign-on
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
             move 'TRAIN.ENTRYAPR.LOG' to ws-hold-name
             move 'TRAIN.AMENDLOG.DAT' to ws-amend-name
             display "*** TRAINING SESSION - TRAIN FILES ONLY ***"
           end-if
           perform load-held-entries
           perform list-held-entries
           move spaces to ws-action
           perform until ws-action = 'Q'
             display "Action: (L)ist (R)elease re(J)ect (Q)uit"
             accept ws-action
             move function upper-case(ws-action) to ws-action
             evaluate ws-action
               when 'L' perform list-held-entries
               when 'R' perform release-entry
               when 'J' perform reject-entry
               when 'Q' continue
               when other display "UNKNOWN ACTION"
             end-evaluate
           end-perform
           perform write-audit-log
           stop run
           .

      * releasing money another operator keyed is the supervisor's
      * call and nobody else's
       check-supervisor-sign-on.
           display "Supervisor operator ID"
           accept ws-operator-id
           move ws-operator-id to so-operator-id
           call 'sign-on' using so-operator-id, so-authority,
               so-result, so-message
           if so-accepted and not so-supervisor then
             set so-rejected to true
             move "SUPERVISOR AUTHORITY REQUIRED" to so-message
           end-if
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
             move "ENTRY-APPROVE" to pc-program-id
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

       load-held-entries.
           move 0 to ws-held-count
           move 0 to ws-held-overflow
           open input entry-master
           if ws-entry-master-status = '00' then
             move 'N' to ws-eof
             perform until ws-eof = 'Y'
               read entry-master next
                 at end move 'Y' to ws-eof
                 not at end
                   if em-held then
                     perform add-held-entry
                   end-if
               end-read
             end-perform
             close entry-master
           end-if
           open input hold-log
           if ws-hold-log-status = '00' then
             move 'N' to ws-eof
             perform until ws-eof = 'Y'
               read hold-log
                 at end move 'Y' to ws-eof
                 not at end
                   if eh-held then
                     perform match-hold-row
                   end-if
               end-read
             end-perform
             close hold-log
           end-if
           .

       add-held-entry.
           if ws-held-count >= ws-max-held then
             add 1 to ws-held-overflow
             exit paragraph
           end-if
           add 1 to ws-held-count
           move em-date to ws-hd-date(ws-held-count)
           move em-seq to ws-hd-seq(ws-held-count)
           move em-status to ws-hd-status(ws-held-count)
           move em-name to ws-hd-name(ws-held-count)
           move em-id to ws-hd-id(ws-held-count)
           move em-amount to ws-hd-amount(ws-held-count)
           move em-operator to ws-hd-operator(ws-held-count)
           move 0 to ws-hd-limit(ws-held-count)
           move 'N' to ws-hd-decided(ws-held-count)
           .

      * the latest hold row for an entry names who put it over the
      * limit - the keyer of a new entry, the amender of an old one
       match-hold-row.
           perform varying ws-h from 1 by 1
             until ws-h > ws-held-count
             if ws-hd-date(ws-h) = eh-entry-date
               and ws-hd-seq(ws-h) = eh-seq then
               move eh-operator to ws-hd-operator(ws-h)
               move eh-limit to ws-hd-limit(ws-h)
             end-if
           end-perform
           .

       list-held-entries.
           move 0 to ws-awaiting
           display "NO  DATE     SEQ    KIND      HELD FOR  "
             "AMOUNT    LIMIT     NAME"
           perform varying ws-h from 1 by 1
             until ws-h > ws-held-count
             if ws-hd-decided(ws-h) = 'N' then
               add 1 to ws-awaiting
               if ws-hd-status(ws-h) = 'M' then
                 move "AMENDMENT" to ws-kind-text
               else
                 move "ENTRY" to ws-kind-text
               end-if
               display ws-h " " ws-hd-date(ws-h) " "
                 ws-hd-seq(ws-h) " " ws-kind-text " "
                 ws-hd-operator(ws-h) "  " ws-hd-amount(ws-h) " "
                 ws-hd-limit(ws-h) " " ws-hd-name(ws-h)
             end-if
           end-perform
           display ws-awaiting " ENTRY(S) AWAITING RELEASE"
           if ws-held-overflow > 0 then
             display ws-held-overflow " MORE HELD ENTRY(S) PAST "
               "THE QUEUE - DECIDE THESE AND RESTART"
           end-if
           .

       pick-held-entry.
           display "Entry number from the list"
           move 0 to ws-pick
           accept ws-pick
           if ws-pick = 0 or ws-pick > ws-held-count then
             display "NO SUCH ENTRY"
             move 0 to ws-pick
             exit paragraph
           end-if
           if ws-hd-decided(ws-pick) not = 'N' then
             display "ALREADY DECIDED THIS SESSION"
             move 0 to ws-pick
             exit paragraph
           end-if
      * four eyes: the supervisor who keyed or amended the entry
      * cannot wave it through themselves
           if ws-hd-operator(ws-pick) = ws-operator-id then
             display "AN ENTRY YOU PUT OVER THE LIMIT NEEDS "
               "ANOTHER SUPERVISOR"
             move 0 to ws-pick
           end-if
           .

       release-entry.
           if not pc-may-update then
             display "INQUIRY ONLY - ACTION NOT PERMITTED"
             exit paragraph
           end-if
           perform pick-held-entry
           if ws-pick = 0 then
             exit paragraph
           end-if
           display "Release " ws-hd-amount(ws-pick) " keyed by "
             ws-hd-operator(ws-pick) " (Y/N)"
           move spaces to ws-confirm
           accept ws-confirm
           if ws-confirm not = 'Y' and ws-confirm not = 'y' then
             display "NOT RELEASED"
             exit paragraph
           end-if
           move 'N' to ws-restored
           perform decide-held-entry
           if ws-hd-decided(ws-pick) = 'L' then
             add 1 to ws-released
             move spaces to ws-reason
             set eh-released to true
             perform log-decision
             display "ENTRY " ws-hd-seq(ws-pick) " RELEASED"
           end-if
           .

      * a rejected new entry stays on the master marked rejected so
      * the keying is accounted for; a rejected amendment puts the
      * entry back the way it stood before it
       reject-entry.
           if not pc-may-update then
             display "INQUIRY ONLY - ACTION NOT PERMITTED"
             exit paragraph
           end-if
           perform pick-held-entry
           if ws-pick = 0 then
             exit paragraph
           end-if
           display "Reason for rejecting"
           move spaces to ws-reason
           accept ws-reason
           if ws-reason = spaces then
             display "A REASON IS REQUIRED"
             exit paragraph
           end-if
           perform find-amendment-before
           perform decide-held-entry
           if ws-hd-decided(ws-pick) = 'R' then
             add 1 to ws-rejected
             set eh-rejected to true
             perform log-decision
             if ws-restored = 'Y' then
               display "AMENDMENT REJECTED - ENTRY RESTORED TO "
                 ws-restore-amount
             else
               display "ENTRY " ws-hd-seq(ws-pick) " REJECTED"
             end-if
           end-if
           .

      * the amendment that put the entry over the limit is the
      * newest trail row for it whose after image is what is held
       find-amendment-before.
           move 'N' to ws-restored
           open input amend-log
           if ws-amend-log-status = '00' then
             move 'N' to ws-eof
             perform until ws-eof = 'Y'
               read amend-log
                 at end move 'Y' to ws-eof
                 not at end
                   if al-after-id = spaces then
                     move al-id to al-after-id
                   end-if
                   if al-entry-date = spaces then
                     move ws-hd-date(ws-pick) to al-entry-date
                   end-if
                   if al-seq = ws-hd-seq(ws-pick)
                     and al-entry-date = ws-hd-date(ws-pick)
                     and al-after-id = ws-hd-id(ws-pick)
                     and al-after-amount = ws-hd-amount(ws-pick)
                     and al-after-name = ws-hd-name(ws-pick) then
                     move 'Y' to ws-restored
                     move al-id to ws-restore-id
                     move al-before-name to ws-restore-name
                     move al-before-amount to ws-restore-amount
                   end-if
               end-read
             end-perform
             close amend-log
           end-if
           .

      * the record is read fresh under the update: a second
      * supervisor session that got there first wins, and this
      * one is told rather than deciding the entry twice
       decide-held-entry.
           open i-o entry-master
           if ws-entry-master-status not = '00' then
             display "MASTER NOT AVAILABLE FOR UPDATE - STATUS "
               ws-entry-master-status
             exit paragraph
           end-if
           move ws-hd-date(ws-pick) to em-date
           move ws-hd-seq(ws-pick) to em-seq
           read entry-master
             invalid key
               display "ENTRY NO LONGER ON MASTER"
             not invalid key
               if em-status not = ws-hd-status(ws-pick) then
                 display "ENTRY ALREADY DECIDED ELSEWHERE"
                 move 'X' to ws-hd-decided(ws-pick)
               else
                 perform apply-decision
               end-if
           end-read
           close entry-master
           .

       apply-decision.
           evaluate true
             when ws-action = 'R'
               move space to em-status
             when ws-restored = 'Y'
               move ws-restore-id to em-id
               move ws-restore-name to em-name
               move ws-restore-amount to em-amount
               move space to em-status
             when other
               move 'R' to em-status
           end-evaluate
           rewrite em-record
             invalid key
               display "REWRITE FAILED - STATUS "
                 ws-entry-master-status
             not invalid key
               if ws-action = 'R' then
                 move 'L' to ws-hd-decided(ws-pick)
               else
                 move 'R' to ws-hd-decided(ws-pick)
               end-if
           end-rewrite
           .

       log-decision.
           open extend hold-log
           if ws-hold-log-status = '35' then
             open output hold-log
           end-if
           move ws-hd-date(ws-pick) to eh-entry-date
           move ws-hd-seq(ws-pick) to eh-seq
           move ws-hd-status(ws-pick) to eh-kind
           move ws-run-date to eh-action-date
           move ws-operator-id to eh-operator
           move ws-hd-amount(ws-pick) to eh-amount
           move ws-hd-limit(ws-pick) to eh-limit
           move ws-reason to eh-reason
           write eh-record
           close hold-log
           .

       write-audit-log.
           move "ENTRY-APPROVE" to aud-program-id
           move function current-date to aud-timestamp
           move spaces to aud-outcome
           if ws-training-flag = 'Y' then
             string "TRAINING RELEASED " ws-released " REJECTED "
               ws-rejected into aud-outcome
           else
             string "HELD ENTRIES RELEASED " ws-released
               " REJECTED " ws-rejected into aud-outcome
           end-if
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

       end program entry-approve.
