       identification division.
       program-id. payee-maint.

       environment division.
       input-output section.
       file-control.
           select payee-master assign to 'PAYEE.DAT'
           organization is line sequential
           file status is ws-payee-master-status.

           select master-out assign to 'PAYEE.NEW'
           organization is line sequential.

           select master-live assign to 'PAYEE.DAT'
           organization is line sequential.

           select payee-journal assign to 'PAYJRNL.DAT'
           organization is line sequential
           file status is ws-journal-status.

           select audit-log assign to 'AUDIT.LOG'
           organization is line sequential
           file status is ws-audit-log-status.

       data division.
       file section.
       fd  payee-master.
       copy "payee-data.copy".

       fd  master-out.
       01 mo-record pic X(50).

       fd  master-live.
       01 ml-record pic X(50).

      * one row per change to the payee master, before and after,
      * so a payee's name or status on any past date can be traced
      * the way DEFJRNL.DAT traces the definitions
       fd  payee-journal.
       01 pj-record.
           02 pj-date pic X(8).
           02 pj-operator pic X(8).
      * 'A' added, 'N' renamed, 'D' deactivated, 'R' reactivated,
      * 'C' category changed
           02 pj-action pic X(1).
           02 pj-id pic 9(8).
           02 pj-before-name pic X(20).
           02 pj-after-name pic X(20).
           02 pj-before-status pic X(1).
           02 pj-after-status pic X(1).
      * spaces on rows written before the category existed
           02 pj-before-category pic X(4).
           02 pj-after-category pic X(4).

       fd  audit-log.
       copy "audit-data.copy".

       working-storage section.
       copy "progstat-call.copy".
       copy "operator-data.copy".
       copy "signon-data.copy".
       copy "passcheck-data.copy".
       copy "permit-data.copy".
       copy "payeechk-data.copy".
       01 ws-payee-master-status pic XX.
       01 ws-journal-status pic XX.
       01 ws-audit-log-status pic XX.
       01 ws-eof pic X value 'N'.
       01 ws-action pic X(1).
       01 ws-work-text pic X(8).
       01 ws-work-id pic 9(8).
       01 ws-work-name pic X(20).
       01 ws-work-category pic X(4).
       01 ws-changes pic 9(3) value 0.
       01 ws-p pic 9(3).
       01 ws-found-p pic 9(3).
       01 ws-active-count pic 9(3).
       01 ws-status-text pic X(8).

       78  ws-max-payees value 500.
       01 ws-payee-count pic 9(3) value 0.
       01 ws-payee-table.
           02 ws-payee-entry occurs ws-max-payees times.
               05 ws-py-id pic 9(8).
               05 ws-py-name pic X(20).
               05 ws-py-status pic X(1).
               05 ws-py-check pic 9(1).
               05 ws-py-added pic X(8).
               05 ws-py-changed pic X(8).
               05 ws-py-category pic X(4).
       01 ws-run-date pic X(8).

       procedure division.
       main-line.
           move "PAYEE-MAINT" to aud-program-id
           call 'sysdate' using ws-run-date
           perform check-maintainer-authority
           if so-rejected then
             display so-message
             move 8 to return-code
             stop run
           end-if
      * a refused sign-on is not a run - the status register
      * hears of the program only once the operator is let in
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           perform load-payee-master
           move spaces to ws-action
           perform until ws-action = 'Q'
             display "Action: (L)ist (A)dd re(N)ame (D)eactivate "
               "(R)eactivate (C)ategory (Q)uit"
             accept ws-action
             move function upper-case(ws-action) to ws-action
             evaluate ws-action
               when 'L' perform list-payees
               when 'A' perform add-payee
               when 'N' perform rename-payee
               when 'D' perform deactivate-payee
               when 'R' perform reactivate-payee
               when 'C' perform change-category
               when 'Q' continue
               when other display "UNKNOWN ACTION"
             end-evaluate
           end-perform
           if ws-changes > 0 then
             perform rewrite-payee-master
             display ws-changes " CHANGE(S) APPLIED"
           end-if
           perform write-audit-log
           stop run
           .

      * payees are who the desk may pay, so the master is kept by
      * supervisors - the operators keying entries cannot add the
      * payee they are paying
       check-maintainer-authority.
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
             move "PAYEE-MAINT" to pc-program-id
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

       load-payee-master.
           move 0 to ws-payee-count
           open input payee-master
           if ws-payee-master-status = '00' then
             move 'N' to ws-eof
             perform until ws-eof = 'Y'
               read payee-master
                 at end move 'Y' to ws-eof
                 not at end
                   if ws-payee-count < ws-max-payees then
                     add 1 to ws-payee-count
                     move py-id to ws-py-id(ws-payee-count)
                     move py-name to ws-py-name(ws-payee-count)
                     move py-status
                       to ws-py-status(ws-payee-count)
                     move py-check-digit
                       to ws-py-check(ws-payee-count)
                     move py-added-date
                       to ws-py-added(ws-payee-count)
                     move py-changed-date
                       to ws-py-changed(ws-payee-count)
                     move py-category
                       to ws-py-category(ws-payee-count)
                   end-if
               end-read
             end-perform
             close payee-master
           end-if
           .

      * the ID column shows the id with its check digit, the way
      * the payee quotes it and the desk keys it
       list-payees.
           move 0 to ws-active-count
           display "ID         NAME                  STATUS    "
             "CAT   CHANGED"
           perform varying ws-p from 1 by 1
             until ws-p > ws-payee-count
             if ws-py-status(ws-p) = 'A' then
               add 1 to ws-active-count
               move "ACTIVE" to ws-status-text
             else
               move "INACTIVE" to ws-status-text
             end-if
             display ws-py-id(ws-p) ws-py-check(ws-p) "  "
               ws-py-name(ws-p) "  " ws-status-text "  "
               ws-py-category(ws-p) "  " ws-py-changed(ws-p)
           end-perform
           display ws-payee-count " PAYEE(S) ON MASTER, "
             ws-active-count " ACTIVE"
           .

       add-payee.
           if not pc-may-update then
             display "INQUIRY ONLY - ACTION NOT PERMITTED"
             exit paragraph
           end-if
           display "New payee ID, 8 digits"
           perform accept-payee-id
           if ws-work-text = spaces then
             exit paragraph
           end-if
           perform find-payee
           if ws-found-p > 0 then
             display "ID ALREADY ON MASTER"
             exit paragraph
           end-if
           if ws-payee-count >= ws-max-payees then
             display "PAYEE MASTER FULL"
             exit paragraph
           end-if
           display "Registered name, as finance holds it"
           move spaces to ws-work-name
           accept ws-work-name
           if ws-work-name = spaces then
             display "NAME REQUIRED - PAYEE NOT ADDED"
             exit paragraph
           end-if
           display "Finance payee category"
           move spaces to ws-work-category
           accept ws-work-category
           move function upper-case(ws-work-category)
             to ws-work-category
           if ws-work-category = spaces then
             display "CATEGORY REQUIRED - PAYEE NOT ADDED"
             exit paragraph
           end-if
           set pk-derive to true
           move ws-work-id to pk-id
           call 'payee-check' using pk-action, pk-keyed, pk-id,
               pk-check-digit, pk-name, pk-result, pk-message
           add 1 to ws-payee-count
           move ws-work-id to ws-py-id(ws-payee-count)
           move ws-work-name to ws-py-name(ws-payee-count)
           move 'A' to ws-py-status(ws-payee-count)
           move pk-check-digit to ws-py-check(ws-payee-count)
           move ws-run-date to ws-py-added(ws-payee-count)
           move ws-run-date to ws-py-changed(ws-payee-count)
           move ws-work-category to ws-py-category(ws-payee-count)
           move ws-payee-count to ws-found-p
           move 'A' to pj-action
           move spaces to pj-before-name
           move space to pj-before-status
           move spaces to pj-before-category
           perform journal-payee-change
           add 1 to ws-changes
           display "PAYEE ADDED - QUOTE AS " ws-work-id
             pk-check-digit
           .

      * a rename follows finance's registration - the entries
      * already on file keep the name they were posted under
       rename-payee.
           if not pc-may-update then
             display "INQUIRY ONLY - ACTION NOT PERMITTED"
             exit paragraph
           end-if
           display "Payee ID to rename, 8 digits"
           perform accept-payee-id
           if ws-work-text = spaces then
             exit paragraph
           end-if
           perform find-payee
           if ws-found-p = 0 then
             display "ID NOT ON MASTER"
             exit paragraph
           end-if
           display "Registered name now " ws-py-name(ws-found-p)
           display "New registered name"
           move spaces to ws-work-name
           accept ws-work-name
           if ws-work-name = spaces
             or ws-work-name = ws-py-name(ws-found-p) then
             display "NAME NOT CHANGED"
             exit paragraph
           end-if
           move 'N' to pj-action
           move ws-py-name(ws-found-p) to pj-before-name
           move ws-py-status(ws-found-p) to pj-before-status
           move ws-py-category(ws-found-p) to pj-before-category
           move ws-work-name to ws-py-name(ws-found-p)
           move ws-run-date to ws-py-changed(ws-found-p)
           perform journal-payee-change
           add 1 to ws-changes
           display "PAYEE RENAMED"
           .

       deactivate-payee.
           if not pc-may-update then
             display "INQUIRY ONLY - ACTION NOT PERMITTED"
             exit paragraph
           end-if
           display "Payee ID to deactivate, 8 digits"
           perform accept-payee-id
           if ws-work-text = spaces then
             exit paragraph
           end-if
           perform find-payee
           if ws-found-p = 0 then
             display "ID NOT ON MASTER"
             exit paragraph
           end-if
           if ws-py-status(ws-found-p) not = 'A' then
             display "PAYEE ALREADY INACTIVE"
             exit paragraph
           end-if
           move 'D' to pj-action
           move ws-py-name(ws-found-p) to pj-before-name
           move ws-py-status(ws-found-p) to pj-before-status
           move ws-py-category(ws-found-p) to pj-before-category
           move 'I' to ws-py-status(ws-found-p)
           move ws-run-date to ws-py-changed(ws-found-p)
           perform journal-payee-change
           add 1 to ws-changes
           display "PAYEE DEACTIVATED - NO NEW ENTRIES ACCEPTED"
           .

       reactivate-payee.
           if not pc-may-update then
             display "INQUIRY ONLY - ACTION NOT PERMITTED"
             exit paragraph
           end-if
           display "Payee ID to reactivate, 8 digits"
           perform accept-payee-id
           if ws-work-text = spaces then
             exit paragraph
           end-if
           perform find-payee
           if ws-found-p = 0 then
             display "ID NOT ON MASTER"
             exit paragraph
           end-if
           if ws-py-status(ws-found-p) = 'A' then
             display "PAYEE ALREADY ACTIVE"
             exit paragraph
           end-if
           move 'R' to pj-action
           move ws-py-name(ws-found-p) to pj-before-name
           move ws-py-status(ws-found-p) to pj-before-status
           move ws-py-category(ws-found-p) to pj-before-category
           move 'A' to ws-py-status(ws-found-p)
           move ws-run-date to ws-py-changed(ws-found-p)
           perform journal-payee-change
           add 1 to ws-changes
           display "PAYEE REACTIVATED"
           .

      * the category decides the ledger accounts from the next
      * finance export on; entries already sent stay where they went
       change-category.
           if not pc-may-update then
             display "INQUIRY ONLY - ACTION NOT PERMITTED"
             exit paragraph
           end-if
           display "Payee ID to recategorise, 8 digits"
           perform accept-payee-id
           if ws-work-text = spaces then
             exit paragraph
           end-if
           perform find-payee
           if ws-found-p = 0 then
             display "ID NOT ON MASTER"
             exit paragraph
           end-if
           display "Category now " ws-py-category(ws-found-p)
           display "New finance payee category"
           move spaces to ws-work-category
           accept ws-work-category
           move function upper-case(ws-work-category)
             to ws-work-category
           if ws-work-category = spaces
             or ws-work-category = ws-py-category(ws-found-p) then
             display "CATEGORY NOT CHANGED"
             exit paragraph
           end-if
           move 'C' to pj-action
           move ws-py-name(ws-found-p) to pj-before-name
           move ws-py-status(ws-found-p) to pj-before-status
           move ws-py-category(ws-found-p) to pj-before-category
           move ws-work-category to ws-py-category(ws-found-p)
           move ws-run-date to ws-py-changed(ws-found-p)
           perform journal-payee-change
           add 1 to ws-changes
           display "PAYEE CATEGORY CHANGED"
           .

      * the id alone, eight digits, no check digit - spaces back
      * in ws-work-text when it is not
       accept-payee-id.
           move spaces to ws-work-text
           accept ws-work-text
           if ws-work-text is not numeric then
             display "PAYEE ID MUST BE 8 DIGITS"
             move spaces to ws-work-text
           else
             move ws-work-text to ws-work-id
           end-if
           .

       find-payee.
           move 0 to ws-found-p
           perform varying ws-p from 1 by 1
             until ws-p > ws-payee-count or ws-found-p > 0
             if ws-py-id(ws-p) = ws-work-id then
               move ws-p to ws-found-p
             end-if
           end-perform
           .

      * written as each change is made; the master itself is
      * rewritten once, on the way out
       journal-payee-change.
           open extend payee-journal
           if ws-journal-status = '35' then
             open output payee-journal
           end-if
           move ws-run-date to pj-date
           move ws-operator-id to pj-operator
           move ws-py-id(ws-found-p) to pj-id
           move ws-py-name(ws-found-p) to pj-after-name
           move ws-py-status(ws-found-p) to pj-after-status
           move ws-py-category(ws-found-p) to pj-after-category
           write pj-record
           close payee-journal
           .

       rewrite-payee-master.
           open output master-out
           perform varying ws-p from 1 by 1
             until ws-p > ws-payee-count
             move spaces to mo-record
             string ws-py-id(ws-p) ws-py-name(ws-p)
               ws-py-status(ws-p) ws-py-check(ws-p)
               ws-py-added(ws-p) ws-py-changed(ws-p)
               ws-py-category(ws-p)
               into mo-record
             write mo-record
           end-perform
           close master-out
           move 'N' to ws-eof
           open input master-out
           open output master-live
           perform until ws-eof = 'Y'
             read master-out
               at end move 'Y' to ws-eof
               not at end
                 move mo-record to ml-record
                 write ml-record
             end-read
           end-perform
           close master-out
           close master-live
           .

       write-audit-log.
           move "PAYEE-MAINT" to aud-program-id
           move function current-date to aud-timestamp
           move spaces to aud-outcome
           string "PAYEE MAINTENANCE, " ws-changes " CHANGE(S)"
             into aud-outcome
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

       end program payee-maint.
