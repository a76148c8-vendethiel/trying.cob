       identification division.
       program-id. prize-maint.

       environment division.
       input-output section.
       file-control.
           select prize-master assign to 'PRIZEFUL.DAT'
           organization is line sequential
           file status is ws-prize-master-status.

           select master-out assign to 'PRIZEFUL.NEW'
           organization is line sequential.

           select master-live assign to 'PRIZEFUL.DAT'
           organization is line sequential.

           select audit-log assign to 'AUDIT.LOG'
           organization is line sequential
           file status is ws-audit-log-status.

       data division.
       file section.
       fd  prize-master.
       01 pm-record pic X(115).

       fd  master-out.
       01 mo-record pic X(115).

       fd  master-live.
       01 ml-record pic X(115).

       fd  audit-log.
       copy "audit-data.copy".

       working-storage section.
       copy "progstat-call.copy".
       copy "prizeful-data.copy".
       copy "operator-data.copy".
       copy "signon-data.copy".
       copy "passcheck-data.copy".
       copy "permit-data.copy".
       copy "runlock-data.copy".
       01 ws-prize-master-status pic XX.
       01 ws-audit-log-status pic XX.
       01 ws-eof pic X value 'N'.
       01 ws-run-date pic X(8).
       01 ws-action pic X(1).
       01 ws-work-month pic X(6).
       01 ws-work-rank pic X(2).
       01 ws-work-note pic X(30).
       01 ws-changes pic 9(3) value 0.
       01 ws-locked pic X(1) value 'N'.

       78  ws-max-prizes value 300.
       01 ws-prize-count pic 9(3) value 0.
       01 ws-prize-table.
           02 ws-pz-entry occurs ws-max-prizes times.
               05 ws-pz-record pic X(115).
       01 ws-p pic 9(3).
       01 ws-found-p pic 9(3).

       procedure division.
       main-line.
           move "PRIZE-MAINT" to aud-program-id
           call 'sysdate' using ws-run-date
           perform check-maintainer-sign-on
           if so-rejected then
             display so-message
             move 8 to return-code
             stop run
           end-if
      * a refused sign-on is not a run - the status register
      * hears of the program only once the operator is let in
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
      * an inquiry session changes nothing, so only a session that
      * may post holds off the fulfilment run
           if pc-may-update then
             perform take-run-lock
             if lk-busy then
               display lk-holder-message
               move 8 to return-code
               stop run
             end-if
             move 'Y' to ws-locked
           end-if
           perform load-prize-master
           move spaces to ws-action
           perform until ws-action = 'Q'
             display "Action: (L)ist (C)laimed (D)ispatched "
               "(R)eturned (F)orfeit (Q)uit"
             accept ws-action
             move function upper-case(ws-action) to ws-action
             evaluate ws-action
               when 'L' perform list-prizes
               when 'C' perform post-claimed
               when 'D' perform post-dispatched
               when 'R' perform post-returned
               when 'F' perform post-forfeit
               when 'Q' continue
               when other display "UNKNOWN ACTION"
             end-evaluate
           end-perform
           if ws-changes > 0 then
             perform rewrite-prize-master
             display ws-changes " CHANGE(S) APPLIED"
           end-if
           if ws-locked = 'Y' then
             perform release-run-lock
           end-if
           perform write-audit-log
           stop run
           .

       check-maintainer-sign-on.
           display "Operator ID, for the session log"
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
             move "PRIZE-MAINT" to pc-program-id
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

      * the fulfilment run and the desk share one lock, so a letter
      * run can never rewrite the master under a posting session
       take-run-lock.
           move "PRIZE-FULFIL" to lk-lock-name
           move ws-operator-id to lk-operator
           set lk-take to true
           call 'run-lock' using lk-lock-name, lk-operator,
               lk-action, lk-result, lk-holder-message
           .

       release-run-lock.
           set lk-release to true
           call 'run-lock' using lk-lock-name, lk-operator,
               lk-action, lk-result, lk-holder-message
           .

       load-prize-master.
           move 0 to ws-prize-count
           open input prize-master
           if ws-prize-master-status = '00' then
             move 'N' to ws-eof
             perform until ws-eof = 'Y'
               read prize-master into pf-record
                 at end move 'Y' to ws-eof
                 not at end
                   if ws-prize-count < ws-max-prizes then
                     add 1 to ws-prize-count
                     move pf-record to ws-pz-record(ws-prize-count)
                   end-if
               end-read
             end-perform
             close prize-master
           end-if
           .

       list-prizes.
           display "Draw month (yyyymm, blank for all)"
           move spaces to ws-work-month
           accept ws-work-month
           display "MONTH  RK ENTRANT  ST NOTIFIED DEADLINE "
             "DISPATCH RETURNED NOTE"
           perform varying ws-p from 1 by 1
             until ws-p > ws-prize-count
             move ws-pz-record(ws-p) to pf-record
             if ws-work-month = spaces or ws-work-month = pf-month
               then
               display pf-month " " pf-rank " " pf-entrant-id " "
                 pf-status "  " pf-notified-date " "
                 pf-claim-deadline " " pf-dispatched-date " "
                 pf-returned-date " " pf-note
             end-if
           end-perform
           display ws-prize-count " PRIZE(S) ON MASTER"
           .

      * a prize is picked by its draw month and rank, as the letter
      * quotes them
       find-prize.
           move 0 to ws-found-p
           display "Draw month (yyyymm)"
           move spaces to ws-work-month
           accept ws-work-month
           display "Rank"
           move spaces to ws-work-rank
           accept ws-work-rank
           if ws-work-rank(2:1) = space then
             move ws-work-rank(1:1) to ws-work-rank(2:1)
             move '0' to ws-work-rank(1:1)
           end-if
           perform varying ws-p from 1 by 1
             until ws-p > ws-prize-count or ws-found-p > 0
             move ws-pz-record(ws-p) to pf-record
             if pf-month = ws-work-month
               and pf-rank = ws-work-rank then
               move ws-p to ws-found-p
             end-if
           end-perform
           if ws-found-p = 0 then
             display "PRIZE NOT ON MASTER"
           else
             display pf-month " RANK " pf-rank " ENTRANT "
               pf-entrant-id " STATUS " pf-status
           end-if
           .

      * a claim answers the letter, so only a notified prize can
      * take one; a claim after the deadline has lapsed is too late
       post-claimed.
           if not pc-may-update then
             display "INQUIRY ONLY - ACTION NOT PERMITTED"
             exit paragraph
           end-if
           perform find-prize
           if ws-found-p = 0 then
             exit paragraph
           end-if
           if not pf-notified then
             display "ONLY A NOTIFIED PRIZE CAN BE CLAIMED"
             exit paragraph
           end-if
           set pf-claimed to true
           move ws-run-date to pf-claimed-date
           perform store-prize
           display "PRIZE CLAIMED"
           .

      * posted once claimed, or posted again after coming back
       post-dispatched.
           if not pc-may-update then
             display "INQUIRY ONLY - ACTION NOT PERMITTED"
             exit paragraph
           end-if
           perform find-prize
           if ws-found-p = 0 then
             exit paragraph
           end-if
           if not pf-claimed and not pf-returned then
             display "ONLY A CLAIMED OR RETURNED PRIZE CAN BE "
               "DISPATCHED"
             exit paragraph
           end-if
           display "Posting reference (optional)"
           move spaces to ws-work-note
           accept ws-work-note
           if ws-work-note not = spaces then
             move ws-work-note to pf-note
           end-if
           set pf-dispatched to true
           move ws-run-date to pf-dispatched-date
           perform store-prize
           display "PRIZE DISPATCHED"
           .

       post-returned.
           if not pc-may-update then
             display "INQUIRY ONLY - ACTION NOT PERMITTED"
             exit paragraph
           end-if
           perform find-prize
           if ws-found-p = 0 then
             exit paragraph
           end-if
           if not pf-dispatched then
             display "ONLY A DISPATCHED PRIZE CAN BE RETURNED"
             exit paragraph
           end-if
           display "Reason returned"
           move spaces to ws-work-note
           accept ws-work-note
           if ws-work-note = spaces then
             display "A REASON IS REQUIRED"
             exit paragraph
           end-if
           move ws-work-note to pf-note
           set pf-returned to true
           move ws-run-date to pf-returned-date
           perform store-prize
           display "PRIZE RETURNED"
           .

      * the contest rules want every forfeit explained, so the
      * reason is required; the next fulfilment run redraws it
       post-forfeit.
           if not pc-may-update then
             display "INQUIRY ONLY - ACTION NOT PERMITTED"
             exit paragraph
           end-if
           perform find-prize
           if ws-found-p = 0 then
             exit paragraph
           end-if
           if pf-dispatched or pf-forfeited then
             display "A DISPATCHED OR FORFEITED PRIZE CANNOT BE "
               "FORFEITED"
             exit paragraph
           end-if
           display "Reason for forfeit"
           move spaces to ws-work-note
           accept ws-work-note
           if ws-work-note = spaces then
             display "A REASON IS REQUIRED"
             exit paragraph
           end-if
           move ws-work-note to pf-note
           set pf-forfeited to true
           move ws-run-date to pf-forfeited-date
           perform store-prize
           display "PRIZE FORFEITED - REDRAWN ON THE NEXT FULFILMENT "
             "RUN"
           .

       store-prize.
           move ws-operator-id to pf-updated-by
           move pf-record to ws-pz-record(ws-found-p)
           add 1 to ws-changes
           .

       rewrite-prize-master.
           open output master-out
           perform varying ws-p from 1 by 1
             until ws-p > ws-prize-count
             move ws-pz-record(ws-p) to mo-record
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
           move "PRIZE-MAINT" to aud-program-id
           move function current-date to aud-timestamp
           move spaces to aud-outcome
           string "PRIZE MAINTENANCE COMPLETE, " ws-changes
             " CHANGE(S)" delimited by size into aud-outcome
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

       end program prize-maint.
