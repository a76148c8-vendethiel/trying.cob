           select trans-rej assign to 'DICOTRAN.REJ'
           organization is line sequential.

           select reject-history assign to 'DICOREJ.LOG'
           organization is line sequential
           file status is ws-reject-history-status.

           select family-master assign to 'WORDFAM.DAT'
           organization is line sequential
           file status is ws-family-status.

           select family-out assign to 'WORDFAM.NEW'
           organization is line sequential.

           select family-live assign to 'WORDFAM.DAT'
           organization is line sequential.

           select dico-journal assign to 'DICOJRNL.DAT'
           organization is line sequential
           file status is ws-journal-status.
      * deletes and changes waiting for a second pair of eyes: the
      * edit passes them here, and only dico-approve's release can
      * move them on to the apply phase.  adds stay single-key -
      * destruction takes two - and so do family links and unlinks,
      * which leave every word on the master as it was
           fd approval-out.
           01 ap-record.
             05 ap-code pic A(1).
             05 rej-word pic A(25).
             05 rej-new-word pic A(25).
             05 rej-reason pic X(15).
      * who submitted it (the librarian on their own cards) and the
      * processing date it was dropped on
             05 rej-submit-oper pic X(8).
             05 rej-date pic X(8).

      * DICOTRAN.REJ is tonight's rejects only; every reject is
      * also added here, so a submitter's rejections can be counted
      * over any period
           fd reject-history.
           01 rh-record pic X(82).

      * the inflection families ride the same transaction file: an
      * 'L' card links the form in the word field to the root in
      * the new-value field, a 'U' card unlinks the form.  deletes
      * and changes of the dictionary word carry through to the
      * family rows in the same run
           fd family-master.
           copy "family-data.copy".

           fd family-out.
           01 fo-record pic X(66).

           fd family-live.
           01 fl-record pic X(66).

      * one journal row per applied transaction, with the master
      * record's before and after images, so "who removed this word
           copy "audit-data.copy".

         working-storage section.
           copy "progstat-call.copy".
           copy "rptarch-call.copy".
           copy "runlock-data.copy".
           copy "manifest-data.copy".
           copy "operator-data.copy".
           copy "signon-data.copy".
           copy "passcheck-data.copy".
           copy "permit-data.copy".
           01 ws-journal-status pic XX.
           01 ws-family-status pic XX.
           01 ws-maint-ctl-status pic XX.
           01 ws-audit-log-status pic XX.
           01 ws-maint-outcome pic X(40).
           01 ws-flag-i pic 9.
           01 ws-pending-status pic XX.
           01 ws-approval-status pic XX.
           01 ws-reject-history-status pic XX.
           01 ws-released-status pic XX.
           01 ws-mv-command pic X(60).
           01 ws-sent-approval pic 9(5) value 0.
               occurs 0 to 2000 depending on ws-seen-count.
           01 ws-s pic 9(5).

      * the family master in hand for the apply pass: links and
      * unlinks land here, dictionary deletes and changes follow,
      * and the table goes back out in word order
           01 ws-link-found pic A(1).
           01 ws-link-root pic A(25).
           01 ws-root-in-use pic A(1).
           01 ws-family-changed pic A(1) value 'N'.
           01 ws-family-eof pic A(1).
           78 ws-max-family value 5000.
           01 ws-family-count pic 9(5) value 0.
           01 ws-family-table.
             05 ws-family-item occurs ws-max-family times.
               10 ws-fam-word pic A(25).
               10 ws-fam-root pic A(25).
               10 ws-fam-linked-by pic X(8).
               10 ws-fam-linked-date pic X(8).
           01 ws-fam-i pic 9(5).
           01 ws-fam-found pic 9(5).
           01 ws-fam-temp pic X(66).
           01 ws-family-written pic 9(5) value 0.
      * links accepted earlier in this batch, held so two cards in
      * one run cannot build a chain the master alone would refuse
           01 ws-batch-link-count pic 9(5) value 0.
           01 ws-batch-link-table.
             05 ws-batch-link
               occurs 0 to 2000 depending on ws-batch-link-count.
               10 ws-bl-word pic A(25).
               10 ws-bl-root pic A(25).

       procedure division.
       main-line.
           move "DICO-MAINT" to aud-program-id
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
      * two simultaneous promote-master passes over dico.txt would
      * destroy the live master, so the lock comes before anything
           perform take-run-lock
           perform get-run-parameters
           perform build-file-names
           perform backup-master
           perform record-input-manifest
           perform validate-transactions
           perform apply-transactions
           perform apply-family-transactions
           perform promote-master
           perform record-output-manifest
           perform release-run-lock
           move spaces to ws-maint-outcome
           string "APPLIED " ws-applied " REJECTED " ws-rejected
           perform write-audit-log
           stop run.

      * the inputs are fingerprinted before the run changes any of
      * them - dico.txt, the pending file and the family master are
      * all rewritten in place further on
       record-input-manifest.
           move "DICO-MAINT" to rm-program-id
           move "dico.txt" to rm-file-name
           set rm-read to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           move "DICOTRAN.DAT" to rm-file-name
           set rm-read to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           move "DICOTRAN.PND" to rm-file-name
           set rm-read to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           move "DICOAPPR.REL" to rm-file-name
           set rm-read to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           move "WORDFAM.DAT" to rm-file-name
           set rm-read to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           .

      * what the run left behind, the promoted dico.txt among it
       record-output-manifest.
           move "DICO-MAINT" to rm-program-id
           move ws-master-backup-name to rm-file-name
           set rm-written to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           move ws-master-out-name to rm-file-name
           set rm-written to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           move "dico.txt" to rm-file-name
           set rm-written to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           move "DICOTRAN.VAL" to rm-file-name
           set rm-written to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           move "DICOTRAN.REJ" to rm-file-name
           set rm-written to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           move "DICOREJ.LOG" to rm-file-name
           set rm-written to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           move "DICOTRAN.PND" to rm-file-name
           set rm-written to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           move "DICOAPPR.DAT" to rm-file-name
           set rm-written to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           move "DICOPEND.RPT" to rm-file-name
           set rm-written to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           move "WORDFAM.DAT" to rm-file-name
           set rm-written to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           move "DICOJRNL.DAT" to rm-file-name
           set rm-written to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           .

       write-audit-log.
           move "DICO-MAINT" to aud-program-id
           move function current-date to aud-timestamp
           if ws-audit-log-status = "35" then
             open output audit-log
           end-if
           call 'audit-chain' using aud-record
           write aud-record
           close audit-log
           set pst-end to true
           call 'prog-status' using pst-action, aud-record
           if ws-maint-rc not = "00" then
             call 'raise-alert' using aud-record
           end-if
           move 0 to ws-valid-count
           move 0 to ws-rejected
           move 0 to ws-seen-count
           move 0 to ws-batch-link-count
           open output trans-valid
           open output trans-rej
           open extend reject-history
           if ws-reject-history-status = '35' then
             open output reject-history
           end-if
           open output pending-out
           open output activate-rpt
           open extend approval-out
           write act-line
           close trans-valid
           close trans-rej
           close reject-history
           close pending-out
           close activate-rpt
           move "DICO-MAINT" to ra-program-id
           move "DICOPEND.RPT" to ra-report-name
           call 'report-archive' using ra-program-id, ra-report-name
           close approval-out
           perform promote-pending-file
           display 'TRANSACTIONS ACCEPTED: ' ws-valid-count
                   move 'NOT-FOUND' to ws-reject-reason
                 end-if
               end-if
      * a link needs both words in the dictionary and keeps every
      * family one step deep: the root may not itself be a linked
      * form, nor the form already stand as some family's root
             when 'L'
               perform check-new-word-chars
               if ws-reject-reason = spaces
                 and trans-word = trans-new-word then
                 move 'SAME-WORD' to ws-reject-reason
               end-if
               if ws-reject-reason = spaces then
                 move trans-word to ws-lookup-word
                 perform look-up-master-word
                 if ws-lookup-found not = 'Y' then
                   perform check-already-accepted
                 end-if
                 if ws-lookup-found not = 'Y' then
                   move 'NOT-FOUND' to ws-reject-reason
                 end-if
               end-if
               if ws-reject-reason = spaces then
                 move trans-new-word to ws-lookup-word
                 perform look-up-master-word
                 if ws-lookup-found not = 'Y' then
                   perform check-already-accepted
                 end-if
                 if ws-lookup-found not = 'Y' then
                   move 'ROOT-NOT-FOUND' to ws-reject-reason
                 end-if
               end-if
               if ws-reject-reason = spaces then
                 move trans-new-word to ws-lookup-word
                 perform look-up-family-link
                 if ws-link-found = 'Y' then
                   move 'ROOT-IS-FORM' to ws-reject-reason
                 end-if
               end-if
               if ws-reject-reason = spaces then
                 move trans-word to ws-lookup-word
                 perform look-up-family-link
                 if ws-root-in-use = 'Y' then
                   move 'FORM-IS-ROOT' to ws-reject-reason
                 else
                   if ws-link-found = 'Y'
                     and ws-link-root = trans-new-word then
                     move 'DUPLICATE-LINK' to ws-reject-reason
                   end-if
                 end-if
               end-if
             when 'U'
               move trans-word to ws-lookup-word
               perform look-up-family-link
               if ws-link-found not = 'Y' then
                 move 'NOT-LINKED' to ws-reject-reason
               end-if
             when other
               move 'BAD-CODE' to ws-reject-reason
           end-evaluate
                 add 1 to ws-seen-count
                 move trans-new-word to ws-seen-entry(ws-seen-count)
               end-if
               if trans-code = 'L' and ws-batch-link-count < 2000
                 then
                 add 1 to ws-batch-link-count
                 move trans-word to ws-bl-word(ws-batch-link-count)
                 move trans-new-word
                   to ws-bl-root(ws-batch-link-count)
               end-if
               move trans-record to tv-record
               write tv-record
             end-if
             move trans-word to rej-word
             move trans-new-word to rej-new-word
             move ws-reject-reason to rej-reason
             if trans-submit-oper not = spaces then
               move trans-submit-oper to rej-submit-oper
             else
               move ws-operator-id to rej-submit-oper
             end-if
             move ws-run-date to rej-date
             write rej-record
             move rej-record to rh-record
             write rh-record
           end-if
           .

           end-perform
           .

      * one pass over the family master and this batch's accepted
      * links: is the word a linked form (and to which root), and
      * does any form name it as its root
       look-up-family-link.
           move 'N' to ws-link-found
           move spaces to ws-link-root
           move 'N' to ws-root-in-use
           move 'N' to ws-family-eof
           open input family-master
           if ws-family-status = '00' then
             perform until ws-family-eof = 'Y'
               read family-master
                 at end move 'Y' to ws-family-eof
                 not at end
                   if fm-word = ws-lookup-word then
                     move 'Y' to ws-link-found
                     move fm-root to ws-link-root
                   end-if
                   if fm-root = ws-lookup-word then
                     move 'Y' to ws-root-in-use
                   end-if
               end-read
             end-perform
             close family-master
           end-if
           perform varying ws-s from 1 by 1
             until ws-s > ws-batch-link-count
             if ws-bl-word(ws-s) = ws-lookup-word then
               move 'Y' to ws-link-found
               move ws-bl-root(ws-s) to ws-link-root
             end-if
             if ws-bl-root(ws-s) = ws-lookup-word then
               move 'Y' to ws-root-in-use
             end-if
           end-perform
           .

       look-up-master-word.
           move 'N' to ws-lookup-found
           move 'N' to ws-lookup-eof
               move ps-message to so-message
             end-if
           end-if
           if so-accepted then
             move "DICO-MAINT" to pc-program-id
             move 'U' to pc-mode-needed
             perform check-program-permit
           end-if
           if so-rejected then
             display so-message
             perform release-run-lock
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
           move "DICO-MAINT" to lk-lock-name
           move "BATCH" to lk-operator
           end-perform
           .

      * the family master is rebuilt from tonight's accepted cards:
      * links and unlinks first, then the dictionary's own deletes
      * and changes, so a word removed tonight leaves no family row
      * pointing at it whatever order the cards came in
       apply-family-transactions.
           perform load-family-table
           open extend dico-journal
           if ws-journal-status = '35' then
             open output dico-journal
           end-if
           move 'N' to ws-trans-eof
           open input trans-valid
           perform until ws-trans-eof = 'Y'
             read trans-valid into trans-record
               at end move 'Y' to ws-trans-eof
               not at end
                 if trans-code = 'L' then
                   perform apply-family-link
                 end-if
                 if trans-code = 'U' then
                   perform apply-family-unlink
                 end-if
             end-read
           end-perform
           close trans-valid
           move 'N' to ws-trans-eof
           open input trans-valid
           perform until ws-trans-eof = 'Y'
             read trans-valid into trans-record
               at end move 'Y' to ws-trans-eof
               not at end
                 if trans-code = 'D' or trans-code = 'C' then
                   perform follow-dictionary-change
                 end-if
             end-read
           end-perform
           close trans-valid
           close dico-journal
           if ws-family-changed = 'Y' then
             perform rewrite-family-master
           end-if
           .

       load-family-table.
           move 0 to ws-family-count
           move 'N' to ws-family-eof
           open input family-master
           if ws-family-status = '00' then
             perform until ws-family-eof = 'Y'
               read family-master
                 at end move 'Y' to ws-family-eof
                 not at end
                   if ws-family-count < ws-max-family then
                     add 1 to ws-family-count
                     move fm-record
                       to ws-family-item(ws-family-count)
                   end-if
               end-read
             end-perform
             close family-master
           end-if
           .

       find-family-form.
           move 0 to ws-fam-found
           perform varying ws-fam-i from 1 by 1
             until ws-fam-i > ws-family-count or ws-fam-found > 0
             if ws-fam-word(ws-fam-i) = trans-word then
               move ws-fam-i to ws-fam-found
             end-if
           end-perform
           .

      * a form already linked elsewhere moves to the new root - the
      * journal's before and after images are the form and its root
       apply-family-link.
           perform find-family-form
           if ws-fam-found = 0 then
             if ws-family-count >= ws-max-family then
               exit paragraph
             end-if
             add 1 to ws-family-count
             move ws-family-count to ws-fam-found
             move trans-word to ws-fam-word(ws-fam-found)
           end-if
           move trans-new-word to ws-fam-root(ws-fam-found)
           if trans-submit-oper not = spaces then
             move trans-submit-oper to ws-fam-linked-by(ws-fam-found)
           else
             move ws-operator-id to ws-fam-linked-by(ws-fam-found)
           end-if
           move ws-run-date to ws-fam-linked-date(ws-fam-found)
           move 'Y' to ws-family-changed
           add 1 to ws-applied
           move trans-word to jr-before
           move trans-new-word to jr-after
           move 'L' to jr-code
           perform journal-applied-change
           .

       apply-family-unlink.
           perform find-family-form
           if ws-fam-found > 0 then
             move 'U' to jr-code
             perform drop-family-row
             add 1 to ws-applied
           end-if
           .

      * a deleted word takes its own link and every link naming it
      * as root with it, each journaled as an unlink; a changed word
      * keeps its family under the new spelling
       follow-dictionary-change.
           perform varying ws-fam-i from 1 by 1
             until ws-fam-i > ws-family-count
             if ws-fam-word(ws-fam-i) = trans-word
               or ws-fam-root(ws-fam-i) = trans-word then
               if trans-code = 'D' then
                 move ws-fam-i to ws-fam-found
                 move 'U' to jr-code
                 perform drop-family-row
               else
                 if ws-fam-word(ws-fam-i) = trans-word then
                   move trans-new-word to ws-fam-word(ws-fam-i)
                 else
                   move trans-new-word to ws-fam-root(ws-fam-i)
                 end-if
                 move 'Y' to ws-family-changed
               end-if
             end-if
           end-perform
           .

      * a dropped row is blanked in place and left out when the
      * table is written back
       drop-family-row.
           move ws-fam-word(ws-fam-found) to jr-before
           move ws-fam-root(ws-fam-found) to jr-after
           perform journal-applied-change
           move spaces to ws-family-item(ws-fam-found)
           move 'Y' to ws-family-changed
           .

      * selection sort back into word order - same shape as the
      * pending-insert sort - then out through WORDFAM.NEW so a
      * failed write never leaves the live family master half done
       rewrite-family-master.
           perform varying ws-sort-i from 1 by 1
             until ws-sort-i >= ws-family-count
             move ws-sort-i to ws-sort-min
             compute ws-sort-j = ws-sort-i + 1
             perform varying ws-sort-j from ws-sort-j by 1
               until ws-sort-j > ws-family-count
               if ws-fam-word(ws-sort-j) <
                  ws-fam-word(ws-sort-min) then
                 move ws-sort-j to ws-sort-min
               end-if
             end-perform
             if ws-sort-min not = ws-sort-i then
               move ws-family-item(ws-sort-i) to ws-fam-temp
               move ws-family-item(ws-sort-min)
                 to ws-family-item(ws-sort-i)
               move ws-fam-temp to ws-family-item(ws-sort-min)
             end-if
           end-perform
           open output family-out
           perform varying ws-fam-i from 1 by 1
             until ws-fam-i > ws-family-count
             if ws-fam-word(ws-fam-i) not = spaces then
               add 1 to ws-family-written
               move ws-family-item(ws-fam-i) to fo-record
               write fo-record
             end-if
           end-perform
           close family-out
           move 'N' to ws-family-eof
           open input family-out
           open output family-live
           perform until ws-family-eof = 'Y'
             read family-out
               at end move 'Y' to ws-family-eof
               not at end
                 move fo-record to fl-record
                 write fl-record
             end-read
           end-perform
           close family-out
           close family-live
           display 'WORD FAMILY ROWS: ' ws-family-written
           .

      * promote the just-written generation over the live dico.txt -
      * the prior generation stays on disk as DICO.BAK.<date> and this
      * run's own copy stays as DICO.<date>, so either generation can
