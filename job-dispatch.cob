       identification division.
       program-id. job-dispatch.

       environment division.
       input-output section.
       file-control.
           select job-queue assign to 'JOBQ.DAT'
           organization is line sequential
           file status is ws-queue-status.

           select card-file assign dynamic ws-card-name
           organization is line sequential
           file status is ws-card-status.

           select audit-log assign to 'AUDIT.LOG'
           organization is line sequential
           file status is ws-audit-log-status.

       data division.
       file section.
       fd  job-queue.
       copy "jobq-data.copy".

       fd  card-file.
       01 card-line pic X(80).

       fd  audit-log.
       copy "audit-data.copy".

       working-storage section.
       copy "progstat-call.copy".
       copy "status-data.copy".
       copy "runlock-data.copy".
       copy "fingerprint-data.copy".
       copy "jobq-progs.copy".
       01 ws-queue-status pic XX.
       01 ws-card-status pic XX.
       01 ws-audit-log-status pic XX.
       01 ws-eof pic X value 'N'.
       01 ws-run-date pic X(8).
       01 ws-stamp pic X(21).
       01 ws-card-name pic X(20).
       01 ws-card-written pic X(1).
       01 ws-report-name pic X(20).
       01 ws-shell-command pic X(160).
       01 ws-step-rc pic 9(5).
       01 ws-l pic 9(1).
       01 ws-p pic 9(2).
       01 ws-found-p pic 9(2).
       01 ws-last-claimed pic 9(6) value 0.
       01 ws-claimed pic X(1).
       01 ws-queue-locked pic X(1).
       01 ws-tries pic 9(2).
       01 ws-run-count pic 9(4) value 0.
       01 ws-failed-count pic 9(4) value 0.
       01 ws-waiting-count pic 9(4) value 0.
       01 ws-abandoned-count pic 9(4) value 0.

      * the queue as it stands: the last row read for each request
      * number, kept whole so a change of state is the same request
      * appended again
       78  ws-max-requests value 2000.
       01 ws-request-count pic 9(4) value 0.
       01 ws-request-table.
           02 ws-request-image pic X(581) occurs ws-max-requests times.
       01 ws-request-numbers.
           02 ws-request-number pic 9(6) occurs ws-max-requests times.
       01 ws-r pic 9(4).
       01 ws-found-r pic 9(4).
       01 ws-queue-full pic X(1) value 'N'.

      * the request being dispatched, and its program's lock
       01 ws-current pic X(581).
       01 ws-program-lock pic X(12).
       01 ws-program-locked pic X(1).

       procedure division.
       main-line.
           move "JOB-DISPATCH" to aud-program-id
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           call 'sysdate' using ws-run-date
           move "JOB-DISPATCH" to lk-lock-name
           move "BATCH" to lk-operator
           set lk-take to true
           call 'run-lock' using lk-lock-name, lk-operator,
               lk-action, lk-result, lk-holder-message
           if lk-busy then
             display lk-holder-message
             set job-error to true
             move "ALREADY RUNNING - RUN LOCK HELD" to ws-job-message
           else
             perform fail-abandoned-requests
             move 'Y' to ws-claimed
             perform until ws-claimed = 'N'
               perform claim-next-request
               if ws-claimed = 'Y' then
                 perform run-claimed-request
               end-if
             end-perform
             perform set-job-status
             move "JOB-DISPATCH" to lk-lock-name
             move "BATCH" to lk-operator
             set lk-release to true
             call 'run-lock' using lk-lock-name, lk-operator,
                 lk-action, lk-result, lk-holder-message
           end-if
           display "JOB STATUS: " ws-job-return-code " "
             ws-job-message
           perform write-audit-log
           move ws-job-return-code to return-code
           stop run
           .

       load-request-queue.
           move 0 to ws-request-count
           move 'N' to ws-queue-full
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

       note-request-row.
           move 0 to ws-found-r
           perform varying ws-r from ws-request-count by -1
             until ws-r < 1 or ws-found-r > 0
             if ws-request-number(ws-r) = jq-request-number then
               move ws-r to ws-found-r
             end-if
           end-perform
           if ws-found-r = 0 then
             if ws-request-count >= ws-max-requests then
               move 'Y' to ws-queue-full
               exit paragraph
             end-if
             add 1 to ws-request-count
             move ws-request-count to ws-found-r
             move jq-request-number to ws-request-number(ws-found-r)
           end-if
           move jq-record to ws-request-image(ws-found-r)
           .

      * the queue file is shared with the desk's request screen, so
      * a request is claimed and cancelled only under the queue lock
       take-queue-lock.
           move 'N' to ws-queue-locked
           move "JOB-QUEUE" to lk-lock-name
           move "BATCH" to lk-operator
           move 0 to ws-tries
           perform until ws-queue-locked = 'Y' or ws-tries >= 10
             add 1 to ws-tries
             set lk-take to true
             call 'run-lock' using lk-lock-name, lk-operator,
                 lk-action, lk-result, lk-holder-message
             if lk-granted then
               move 'Y' to ws-queue-locked
             else
               move "sleep 3" to ws-shell-command
               call "SYSTEM" using ws-shell-command
             end-if
           end-perform
           .

       release-queue-lock.
           move "JOB-QUEUE" to lk-lock-name
           move "BATCH" to lk-operator
           set lk-release to true
           call 'run-lock' using lk-lock-name, lk-operator,
               lk-action, lk-result, lk-holder-message
           .

      * only one dispatcher runs at a time, so a request still shown
      * running when one starts was left by a dispatcher that ended
      * before the program did
       fail-abandoned-requests.
           perform take-queue-lock
           if ws-queue-locked = 'N' then
             exit paragraph
           end-if
           perform load-request-queue
           perform varying ws-r from 1 by 1
             until ws-r > ws-request-count
             move ws-request-image(ws-r) to jq-record
             if jq-running then
               add 1 to ws-abandoned-count
               set jq-failed to true
               move function current-date to ws-stamp
               move ws-stamp(1:14) to jq-finished-stamp
               move "DISPATCHER ENDED BEFORE THE RUN FINISHED"
                 to jq-outcome
               perform append-request-row
               display "REQUEST " jq-request-number
                 " LEFT RUNNING - MARKED FAILED"
             end-if
           end-perform
           perform release-queue-lock
           .

      * the next waiting request past the last one looked at; one
      * that has to wait on a lock stays queued for the next pass
       claim-next-request.
           move 'N' to ws-claimed
           perform take-queue-lock
           if ws-queue-locked = 'N' then
             display "JOB QUEUE LOCK BUSY - DISPATCH STOPPED"
             exit paragraph
           end-if
           perform load-request-queue
           move 0 to ws-found-r
           perform varying ws-r from 1 by 1
             until ws-r > ws-request-count or ws-found-r > 0
             move ws-request-image(ws-r) to jq-record
             if jq-queued
               and jq-request-number > ws-last-claimed then
               move ws-r to ws-found-r
             end-if
           end-perform
           if ws-found-r = 0 then
             perform release-queue-lock
             exit paragraph
           end-if
           move 'Y' to ws-claimed
           move ws-request-image(ws-found-r) to jq-record
           move jq-request-number to ws-last-claimed
           perform find-request-program
           if ws-found-p = 0 then
             set jq-failed to true
             move function current-date to ws-stamp
             move ws-stamp(1:14) to jq-started-stamp
             move ws-stamp(1:14) to jq-finished-stamp
             move "NOT A PROGRAM THE DESK MAY REQUEST"
               to jq-outcome
             perform append-request-row
             add 1 to ws-failed-count
             display "REQUEST " jq-request-number " "
               function trim(jq-program) " - NOT REQUESTABLE"
             move spaces to ws-current
             perform release-queue-lock
             exit paragraph
           end-if
           perform take-program-lock
           if ws-program-locked = 'N' then
             add 1 to ws-waiting-count
             display "REQUEST " jq-request-number " WAITS: "
               function trim(lk-holder-message)
             move spaces to ws-current
             perform release-queue-lock
             exit paragraph
           end-if
           set jq-running to true
           move function current-date to ws-stamp
           move ws-stamp(1:14) to jq-started-stamp
           perform append-request-row
           move jq-record to ws-current
           perform release-queue-lock
           .

       find-request-program.
           move 0 to ws-found-p
           perform varying ws-p from 1 by 1
             until ws-p > jq-prog-count or ws-found-p > 0
             if jq-prog-name(ws-p) = jq-program then
               move ws-p to ws-found-p
             end-if
           end-perform
           .

      * the lock of whatever rebuilds the program's input is held
      * for the length of the run, so the rebuild cannot start
      * under a report half way through reading it
       take-program-lock.
           move jq-prog-lock(ws-found-p) to ws-program-lock
           move 'Y' to ws-program-locked
           if ws-program-lock = spaces then
             exit paragraph
           end-if
           move ws-program-lock to lk-lock-name
           move jq-requester to lk-operator
           set lk-take to true
           call 'run-lock' using lk-lock-name, lk-operator,
               lk-action, lk-result, lk-holder-message
           if lk-busy then
             move 'N' to ws-program-locked
           end-if
           .

       release-program-lock.
           if ws-program-lock = spaces then
             exit paragraph
           end-if
           move ws-program-lock to lk-lock-name
           move jq-requester to lk-operator
           set lk-release to true
           call 'run-lock' using lk-lock-name, lk-operator,
               lk-action, lk-result, lk-holder-message
           .

      * the request's card lines stand in for the card for this one
      * run and the night's report is set aside, so neither the
      * nightly chain nor the card register sees the day's work;
      * the program's console output is kept beside the report
       run-claimed-request.
           if ws-current = spaces then
             exit paragraph
           end-if
           move ws-current to jq-record
           add 1 to ws-run-count
           move jq-prog-card(ws-found-p) to ws-card-name
           move jq-prog-report(ws-found-p) to ws-report-name
           display "REQUEST " jq-request-number " RUNNING "
             function trim(jq-program) " FOR " jq-requester
           move 'N' to ws-card-written
           if jq-card-line-count > 0 and ws-card-name not = spaces then
             move 'Y' to ws-card-written
             perform write-request-card
           end-if
           move spaces to ws-shell-command
           string "rm -f " function trim(ws-report-name)
             ".JQSAVE; mv -f " function trim(ws-report-name) " "
             function trim(ws-report-name) ".JQSAVE 2>/dev/null"
             delimited by size into ws-shell-command
           call "SYSTEM" using ws-shell-command
           move spaces to ws-shell-command
           string "./" function trim(jq-program)
             " < /dev/null > REQ" jq-request-number ".LOG 2>&1"
             delimited by size into ws-shell-command
           call "SYSTEM" using ws-shell-command
           move return-code to ws-step-rc
           move 0 to return-code
           if ws-step-rc > 255 then
             divide ws-step-rc by 256 giving ws-step-rc
           end-if
           perform file-request-output
           if ws-card-written = 'Y' then
             perform restore-request-card
           end-if
           perform release-program-lock
           move ws-step-rc to jq-return-code
           move function current-date to ws-stamp
           move ws-stamp(1:14) to jq-finished-stamp
           move spaces to jq-outcome
           evaluate true
             when ws-step-rc >= 8
               set jq-failed to true
               string "ENDED RC=" jq-return-code " - SEE REQ"
                 jq-request-number ".LOG"
                 delimited by size into jq-outcome
             when jq-output-name = spaces
               set jq-failed to true
               string "NO REPORT PRODUCED - SEE REQ"
                 jq-request-number ".LOG"
                 delimited by size into jq-outcome
             when other
               set jq-complete to true
               string "COMPLETE RC=" jq-return-code
                 delimited by size into jq-outcome
           end-evaluate
           if jq-failed then
             add 1 to ws-failed-count
           end-if
           perform append-request-row
           display "REQUEST " jq-request-number " " jq-outcome
           .

       write-request-card.
           move spaces to ws-shell-command
           string "rm -f " function trim(ws-card-name)
             ".JQSAVE; cp -p " function trim(ws-card-name) " "
             function trim(ws-card-name) ".JQSAVE 2>/dev/null"
             delimited by size into ws-shell-command
           call "SYSTEM" using ws-shell-command
           open output card-file
           perform varying ws-l from 1 by 1
             until ws-l > jq-card-line-count
             move jq-card-line(ws-l) to card-line
             write card-line
           end-perform
           close card-file
           .

       restore-request-card.
           move spaces to ws-shell-command
           string "if [ -f " function trim(ws-card-name)
             ".JQSAVE ]; then mv -f " function trim(ws-card-name)
             ".JQSAVE " function trim(ws-card-name)
             "; else rm -f " function trim(ws-card-name) "; fi"
             delimited by size into ws-shell-command
           call "SYSTEM" using ws-shell-command
           .

      * the report the run wrote goes under the request number and
      * the night's copy goes back where it was
       file-request-output.
           move spaces to jq-output-name
           move ws-report-name to fp-file-name
           call 'fingerprint' using fp-file-name, fp-found,
               fp-record-count, fp-checksum, fp-first-record,
               fp-last-record
           if fp-present then
             string "REQ" jq-request-number ".RPT"
               delimited by size into jq-output-name
             move spaces to ws-shell-command
             string "mv -f " function trim(ws-report-name) " "
               function trim(jq-output-name)
               delimited by size into ws-shell-command
             call "SYSTEM" using ws-shell-command
           end-if
           move spaces to ws-shell-command
           string "if [ -f " function trim(ws-report-name)
             ".JQSAVE ]; then mv -f " function trim(ws-report-name)
             ".JQSAVE " function trim(ws-report-name) "; fi"
             delimited by size into ws-shell-command
           call "SYSTEM" using ws-shell-command
           .

       append-request-row.
           open extend job-queue
           if ws-queue-status = '35' then
             open output job-queue
           end-if
           write jq-record
           close job-queue
           .

       set-job-status.
           evaluate true
             when ws-failed-count > 0 or ws-abandoned-count > 0
               set job-warning to true
               move spaces to ws-job-message
               string ws-run-count " RUN, "
                 ws-failed-count " FAILED, "
                 ws-abandoned-count " ABANDONED"
                 delimited by size into ws-job-message
             when ws-queue-full = 'Y'
               set job-warning to true
               move "JOB QUEUE TABLE FULL - LATER REQUESTS SKIPPED"
                 to ws-job-message
             when ws-run-count = 0 and ws-waiting-count = 0
               set job-ok to true
               move "NO REQUESTS QUEUED" to ws-job-message
             when other
               set job-ok to true
               move spaces to ws-job-message
               string ws-run-count " REQUEST(S) RUN, "
                 ws-waiting-count " WAITING"
                 delimited by size into ws-job-message
           end-evaluate
           .

       write-audit-log.
           move "JOB-DISPATCH" to aud-program-id
           move function current-date to aud-timestamp
           move ws-job-message to aud-outcome
           move ws-job-return-code to aud-return-code
           move "BATCH" to aud-operator-id
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
           if ws-job-return-code not = 0 then
             call 'raise-alert' using aud-record
           end-if
           .

       end program job-dispatch.
