           organization is line sequential
           file status is ws-refused-status.

           select impact-in assign to 'DICOIMP.DAT'
           organization is line sequential
           file status is ws-impact-status.

           select audit-log assign to 'AUDIT.LOG'
           organization is line sequential
           file status is ws-audit-log-status.
           02 rf-refuse-oper pic X(8).
           02 rf-reason pic X(20).

      * what else refers to each waiting word, from the impact run
      * made at the start of the session
       fd  impact-in.
       copy "impact-data.copy".

       fd  audit-log.
       copy "audit-data.copy".

       working-storage section.
       copy "progstat-call.copy".
       copy "operator-data.copy".
       copy "signon-data.copy".
       copy "passcheck-data.copy".
       copy "permit-data.copy".
       01 ws-approval-status pic XX.
       01 ws-released-status pic XX.
       01 ws-refused-status pic XX.
       01 ws-audit-log-status pic XX.
       01 ws-impact-status pic XX.
       01 ws-eof pic X value 'N'.
       01 ws-run-date pic X(8).
       01 ws-item-number pic 9(3).
               05 ws-it-date pic X(8).
      * ' ' still waiting, 'R' released, 'X' refused
               05 ws-it-state pic X(1).
               05 ws-it-impacts pic 9(4).

      * the dependent records the impact run found for the queue,
      * shown under the item they would break
       78  ws-max-impacts value 1000.
       01 ws-impact-count pic 9(4) value 0.
       01 ws-impact-table.
           02 ws-impact-entry occurs ws-max-impacts times.
               05 ws-ip-item pic 9(3).
               05 ws-ip-file pic X(20).
               05 ws-ip-detail pic X(50).
       01 ws-i pic 9(4).
       01 ws-confirm pic X(1).

       procedure division.
       main-line.
           move "DICO-APPROVE" to aud-program-id
           call 'sysdate' using ws-run-date
           perform load-approval-queue
           if ws-item-count = 0 then
             display "NO DELETES OR CHANGES AWAITING APPROVAL"
             stop run
           end-if
           perform load-change-impacts
           perform list-pending-items
           perform check-approver-sign-on
           if so-rejected then
             move 8 to return-code
             stop run
           end-if
      * a refused sign-on is not a run - the status register
      * hears of the program only once the operator is let in
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           perform review-loop
           if ws-released > 0 or ws-refused > 0 then
             perform write-decision-files
               move ps-message to so-message
             end-if
           end-if
           if so-accepted then
             move "DICO-APPROVE" to pc-program-id
             move 'A' to pc-mode-needed
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

       load-approval-queue.
                     move ap-submit-date
                       to ws-it-date(ws-item-count)
                     move space to ws-it-state(ws-item-count)
                     move 0 to ws-it-impacts(ws-item-count)
                   end-if
               end-read
             end-perform
               " -> " function trim(ws-it-new-word(ws-a))
               "  SUBMITTED " ws-it-date(ws-a)
               " BY " ws-it-submit(ws-a)
             if ws-it-impacts(ws-a) > 0 then
               display "       ** " ws-it-impacts(ws-a)
                 " DEPENDENT RECORD(S) REFER TO THIS WORD"
             end-if
           end-perform
           display ws-item-count " ITEM(S) WAITING"
           .

      * dico-impact is run fresh for every session so the approver
      * sees what tonight's files hold, not what they held when
      * the change was keyed
       load-change-impacts.
           call "SYSTEM" using './dico-impact'
           move 0 to ws-impact-count
           open input impact-in
           if ws-impact-status not = '00' then
             display "IMPACT ANALYSIS NOT AVAILABLE - DICOIMP.DAT "
               "NOT FOUND"
             exit paragraph
           end-if
           move 'N' to ws-eof
           perform until ws-eof = 'Y'
             read impact-in
               at end move 'Y' to ws-eof
               not at end
                 if im-source = "AWAITING APPROVAL" then
                   perform match-impact-to-item
                 end-if
             end-read
           end-perform
           close impact-in
           .

       match-impact-to-item.
           perform varying ws-a from 1 by 1
             until ws-a > ws-item-count
             if ws-it-code(ws-a) = im-code
               and ws-it-word(ws-a) = im-word
               and ws-it-new-word(ws-a) = im-new-word then
               add 1 to ws-it-impacts(ws-a)
               if ws-impact-count < ws-max-impacts then
                 add 1 to ws-impact-count
                 move ws-a to ws-ip-item(ws-impact-count)
                 move im-file to ws-ip-file(ws-impact-count)
                 move im-detail to ws-ip-detail(ws-impact-count)
               end-if
             end-if
           end-perform
           .

       show-item-impacts.
           display "DEPENDENT RECORDS FOR ITEM " ws-item-number ":"
           perform varying ws-i from 1 by 1
             until ws-i > ws-impact-count
             if ws-ip-item(ws-i) = ws-item-number then
               display "  " ws-ip-file(ws-i) " "
                 function trim(ws-ip-detail(ws-i))
             end-if
           end-perform
           .

       review-loop.
           move 1 to ws-item-number
           perform until ws-item-number = 0
             display "SUBMITTER CANNOT RELEASE THEIR OWN CHANGE"
             exit paragraph
           end-if
           if ws-it-impacts(ws-item-number) > 0 then
             perform show-item-impacts
           end-if
           display "Decision: (R)elease (X)refuse"
           accept ws-decision
           move function upper-case(ws-decision) to ws-decision
      * a release that breaks something downstream has to be meant:
      * the approver confirms having seen the dependents above
           if ws-decision = 'R'
             and ws-it-impacts(ws-item-number) > 0 then
             display "Release despite " ws-it-impacts(ws-item-number)
               " dependent record(s)? (Y/N)"
             accept ws-confirm
             if function upper-case(ws-confirm) not = 'Y' then
               display "ITEM " ws-item-number " LEFT WAITING"
               exit paragraph
             end-if
           end-if
           evaluate ws-decision
             when 'R'
               move 'R' to ws-it-state(ws-item-number)
           if ws-audit-log-status = "35" then
             open output audit-log
           end-if
           call 'audit-chain' using aud-record
           write aud-record
           close audit-log
           set pst-end to true
           call 'prog-status' using pst-action, aud-record
           .

       end program dico-approve.
