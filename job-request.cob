       identification division.
       program-id. job-request.

       environment division.
       input-output section.
       file-control.
           select job-queue assign to 'JOBQ.DAT'
           organization is line sequential
           file status is ws-queue-status.

           select audit-log assign to 'AUDIT.LOG'
           organization is line sequential
           file status is ws-audit-log-status.

       data division.
       file section.
       fd  job-queue.
       copy "jobq-data.copy".

       fd  audit-log.
       copy "audit-data.copy".

       working-storage section.
       copy "progstat-call.copy".
       copy "operator-data.copy".
       copy "signon-data.copy".
       copy "passcheck-data.copy".
       copy "permit-data.copy".
       copy "runlock-data.copy".
       copy "jobq-progs.copy".
       01 ws-queue-status pic XX.
       01 ws-audit-log-status pic XX.
       01 ws-eof pic X value 'N'.
       01 ws-run-date pic X(8).
       01 ws-stamp pic X(21).
       01 ws-action pic X(1).
       01 ws-confirm pic X(1).
       01 ws-pick pic 9(2).
       01 ws-p pic 9(2).
       01 ws-l pic 9(1).
       01 ws-entry-line pic X(80).
       01 ws-note pic X(40).
       01 ws-cancel-number pic 9(6).
       01 ws-last-request pic 9(6) value 0.
       01 ws-queued-count pic 9(3) value 0.
       01 ws-cancelled-count pic 9(3) value 0.
       01 ws-state-word pic X(9).
       01 ws-list-from pic 9(4).

      * the queue as it stands, the last row for each request number
       78  ws-max-requests value 2000.
       01 ws-request-count pic 9(4) value 0.
       01 ws-request-table.
           02 ws-request-image pic X(581) occurs ws-max-requests times.
       01 ws-request-numbers.
           02 ws-request-number pic 9(6) occurs ws-max-requests times.
       01 ws-r pic 9(4).
       01 ws-found-r pic 9(4).

      * the request being put together at the terminal
       01 ws-new-program pic X(20).
       01 ws-new-line-count pic 9(1).
       01 ws-new-lines.
           02 ws-new-line pic X(80) occurs 5 times.

       procedure division.
       main-line.
           move "JOB-REQUEST" to aud-program-id
           call 'sysdate' using ws-run-date
           perform check-requester-sign-on
           if so-rejected then
             display so-message
             move 8 to return-code
             stop run
           end-if
      * a refused sign-on is not a run - the status register
      * hears of the program only once the operator is let in
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           move spaces to ws-action
           perform until ws-action = 'Q'
             display "Action: (A)dd a request (L)ist the queue "
               "(X) cancel a request (Q)uit"
             accept ws-action
             move function upper-case(ws-action) to ws-action
             evaluate ws-action
               when 'A' perform add-request
               when 'L' perform list-requests
               when 'X' perform cancel-request
               when 'Q' continue
               when other display "UNKNOWN ACTION"
             end-evaluate
           end-perform
           perform write-audit-log
           stop run
           .

       check-requester-sign-on.
           display "Operator ID, for the job request queue"
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
             move "JOB-REQUEST" to pc-program-id
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

       load-request-queue.
           move 0 to ws-request-count
           move 0 to ws-last-request
           move 'N' to ws-eof
           open input job-queue
           if ws-queue-status = '00' then
             perform until ws-eof = 'Y'
               read job-queue
                 at end move 'Y' to ws-eof
                 not at end
                   if jq-request-number is numeric then
                     perform note-request-row
                   end-if
               end-read
             end-perform
             close job-queue
           end-if
           .

      * a full table still tracks the highest number, so a request
      * is never queued under a number already used
       note-request-row.
           if jq-request-number > ws-last-request then
             move jq-request-number to ws-last-request
           end-if
           move 0 to ws-found-r
           perform varying ws-r from ws-request-count by -1
             until ws-r < 1 or ws-found-r > 0
             if ws-request-number(ws-r) = jq-request-number then
               move ws-r to ws-found-r
             end-if
           end-perform
           if ws-found-r = 0 then
             if ws-request-count >= ws-max-requests then
               exit paragraph
             end-if
             add 1 to ws-request-count
             move ws-request-count to ws-found-r
             move jq-request-number to ws-request-number(ws-found-r)
           end-if
           move jq-record to ws-request-image(ws-found-r)
           .

      * the queue file is shared with the dispatcher, so a request
      * is numbered and added, or cancelled, only under its lock
       take-queue-lock.
           move "JOB-QUEUE" to lk-lock-name
           move ws-operator-id to lk-operator
           set lk-take to true
           call 'run-lock' using lk-lock-name, lk-operator,
               lk-action, lk-result, lk-holder-message
           if lk-busy then
             display lk-holder-message
             display "THE QUEUE IS BUSY - TRY AGAIN IN A MOMENT"
           end-if
           .

       release-queue-lock.
           move "JOB-QUEUE" to lk-lock-name
           move ws-operator-id to lk-operator
           set lk-release to true
           call 'run-lock' using lk-lock-name, lk-operator,
               lk-action, lk-result, lk-holder-message
           .

       add-request.
           if not pc-may-update then
             display "INQUIRY ONLY - ACTION NOT PERMITTED"
             exit paragraph
           end-if
           display "Programs the desk may request:"
           perform varying ws-p from 1 by 1
             until ws-p > jq-prog-count
             if jq-prog-card(ws-p) = spaces then
               display "  " ws-p ". " jq-prog-name(ws-p)
                 "  (NO CARD)"
             else
               display "  " ws-p ". " jq-prog-name(ws-p)
                 "  CARD " jq-prog-card(ws-p)
             end-if
           end-perform
           display "Program number"
           move 0 to ws-pick
           accept ws-pick
           if ws-pick < 1 or ws-pick > jq-prog-count then
             display "NOT ON THE LIST - NOTHING QUEUED"
             exit paragraph
           end-if
           move jq-prog-name(ws-pick) to ws-new-program
           move 0 to ws-new-line-count
           move spaces to ws-new-lines
           if jq-prog-card(ws-pick) not = spaces then
             perform accept-card-lines
           end-if
           display "What is it for (shown on the queue)"
           move spaces to ws-note
           accept ws-note
           display "Queue " function trim(ws-new-program) " with "
             ws-new-line-count " card line(s)? (Y/N)"
           accept ws-confirm
           if ws-confirm not = 'Y' and ws-confirm not = 'y' then
             display "NOTHING QUEUED"
             exit paragraph
           end-if
           perform take-queue-lock
           if lk-busy then
             exit paragraph
           end-if
           perform load-request-queue
           move spaces to jq-record
           add 1 to ws-last-request giving jq-request-number
           move ws-new-program to jq-program
           move ws-operator-id to jq-requester
           move ws-note to jq-note
           move function current-date to ws-stamp
           move ws-stamp(1:14) to jq-queued-stamp
           set jq-queued to true
           move 0 to jq-return-code
           move ws-new-line-count to jq-card-line-count
           perform varying ws-l from 1 by 1
             until ws-l > 5
             move ws-new-line(ws-l) to jq-card-line(ws-l)
           end-perform
           perform append-request-row
           perform release-queue-lock
           add 1 to ws-queued-count
           display "REQUEST " jq-request-number " QUEUED"
           .

      * no lines keeps the card as it stands on disk for the run
       accept-card-lines.
           display "Card lines for " function trim(
             jq-prog-card(ws-pick)) ", one per line; /* alone ends "
             "them, /* first runs with the card as it stands"
           move spaces to ws-entry-line
           perform until ws-entry-line = "/*"
             or ws-new-line-count >= 5
             move spaces to ws-entry-line
             accept ws-entry-line
             if ws-entry-line not = "/*" then
               add 1 to ws-new-line-count
               move ws-entry-line to ws-new-line(ws-new-line-count)
             end-if
           end-perform
           .

      * the most recent requests, newest last, as the desk left them
      * and as the dispatcher delivered them
       list-requests.
           perform load-request-queue
           if ws-request-count = 0 then
             display "THE QUEUE IS EMPTY"
             exit paragraph
           end-if
           if ws-request-count > 15 then
             compute ws-list-from = ws-request-count - 14
           else
             move 1 to ws-list-from
           end-if
           perform varying ws-r from ws-list-from by 1
             until ws-r > ws-request-count
             move ws-request-image(ws-r) to jq-record
             perform show-request
           end-perform
           .

       show-request.
           evaluate true
             when jq-queued move "QUEUED" to ws-state-word
             when jq-running move "RUNNING" to ws-state-word
             when jq-complete move "COMPLETE" to ws-state-word
             when jq-failed move "FAILED" to ws-state-word
             when jq-cancelled move "CANCELLED" to ws-state-word
             when other move "?" to ws-state-word
           end-evaluate
           display jq-request-number " " jq-program " " jq-requester
             " " ws-state-word " ASKED " jq-queued-stamp(1:8) " "
             jq-queued-stamp(9:4)
           if jq-note not = spaces then
             display "       FOR: " jq-note
           end-if
           if jq-complete or jq-failed or jq-cancelled then
             display "       DONE " jq-finished-stamp(1:8) " "
               jq-finished-stamp(9:4) " " jq-outcome
           end-if
           if jq-output-name not = spaces then
             display "       OUTPUT: " jq-output-name
           end-if
           .

      * a request can be withdrawn while it still waits, by whoever
      * asked for it or by a supervisor
       cancel-request.
           if not pc-may-update then
             display "INQUIRY ONLY - ACTION NOT PERMITTED"
             exit paragraph
           end-if
           display "Request number to cancel"
           move 0 to ws-cancel-number
           accept ws-cancel-number
           perform take-queue-lock
           if lk-busy then
             exit paragraph
           end-if
           perform load-request-queue
           move 0 to ws-found-r
           perform varying ws-r from 1 by 1
             until ws-r > ws-request-count or ws-found-r > 0
             if ws-request-number(ws-r) = ws-cancel-number then
               move ws-r to ws-found-r
             end-if
           end-perform
           if ws-found-r = 0 then
             display "NO SUCH REQUEST"
             perform release-queue-lock
             exit paragraph
           end-if
           move ws-request-image(ws-found-r) to jq-record
           if not jq-queued then
             display "REQUEST IS NOT WAITING - NOT CANCELLED"
             perform release-queue-lock
             exit paragraph
           end-if
           if jq-requester not = ws-operator-id
             and not so-supervisor then
             display "ONLY THE REQUESTER OR A SUPERVISOR MAY CANCEL"
             perform release-queue-lock
             exit paragraph
           end-if
           set jq-cancelled to true
           move function current-date to ws-stamp
           move ws-stamp(1:14) to jq-finished-stamp
           move spaces to jq-outcome
           string "CANCELLED BY " ws-operator-id
             delimited by size into jq-outcome
           perform append-request-row
           perform release-queue-lock
           add 1 to ws-cancelled-count
           display "REQUEST " jq-request-number " CANCELLED"
           .

       append-request-row.
           open extend job-queue
           if ws-queue-status = '35' then
             open output job-queue
           end-if
           write jq-record
           close job-queue
           .

       write-audit-log.
           move "JOB-REQUEST" to aud-program-id
           move function current-date to aud-timestamp
           move spaces to aud-outcome
           string ws-queued-count " REQUEST(S) QUEUED, "
             ws-cancelled-count " CANCELLED"
             delimited by size into aud-outcome
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

       end program job-request.
