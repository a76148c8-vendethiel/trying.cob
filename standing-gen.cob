       identification division.
       program-id. standing-gen.

       environment division.
       input-output section.
       file-control.
           select standing-master assign to 'STANDING.DAT'
           organization is line sequential
           file status is ws-standing-master-status.

           select calendar assign to 'CALENDAR.DAT'
           organization is line sequential
           file status is ws-calendar-status.

           select entry-master assign to 'ENTRYMST.IDX'
           organization is indexed
           access mode is dynamic
           record key is em-key
           file status is ws-entry-master-status.

           select generated-log assign to 'STANDGEN.LOG'
           organization is line sequential
           file status is ws-generated-log-status.

           select hold-log assign to 'ENTRYAPR.LOG'
           organization is line sequential
           file status is ws-hold-log-status.

           select audit-log assign to 'AUDIT.LOG'
           organization is line sequential
           file status is ws-audit-log-status.

       data division.
       file section.
       fd  standing-master.
       copy "standing-data.copy".

       fd  calendar.
       01 cal-record.
           02 cal-date pic X(8).
           02 cal-day-type pic X(1).
           02 cal-weekly-flag pic X(1).
           02 cal-month-end-flag pic X(1).

       fd  entry-master.
       01 em-record.
           02 em-key.
               03 em-date pic X(8).
               03 em-seq pic 9(6).
           02 em-operator pic X(8).
           02 em-name pic X(20).
           02 em-id pic 9(8).
           02 em-amount pic 9(9).
      * source marker: 'S' on the entries this program generates
           02 em-source pic X(1).
           02 em-status pic X(1).
               88 em-posted value space.
               88 em-held value 'H' 'M'.
               88 em-held-amendment value 'M'.
               88 em-rejected value 'R'.

      * one row per entry generated: the template, the day it fell
      * due and the entry it became - a rerun finds the template
      * already done for the day and generates nothing twice
       fd  generated-log.
       01 sg-record.
           02 sg-run-date pic X(8).
           02 sg-ref pic 9(4).
           02 sg-due-date pic X(8).
           02 sg-entry-seq pic 9(6).
           02 sg-amount pic 9(9).

       fd  hold-log.
       copy "entryhold-data.copy".

       fd  audit-log.
       copy "audit-data.copy".

       working-storage section.
       copy "progstat-call.copy".
       copy "status-data.copy".
       copy "limit-data.copy".
       copy "payeechk-data.copy".
       copy "runlock-data.copy".
       copy "manifest-data.copy".
       01 ws-standing-master-status pic XX.
       01 ws-calendar-status pic XX.
       01 ws-entry-master-status pic XX.
       01 ws-generated-log-status pic XX.
       01 ws-hold-log-status pic XX.
       01 ws-audit-log-status pic XX.
       01 ws-eof pic X value 'N'.
       01 ws-run-date pic X(8).
       01 ws-run-type pic X(1) value space.
       01 ws-run-int pic 9(7).
       01 ws-from-int pic 9(7).
       01 ws-day-int pic 9(7).
       01 ws-next-int pic 9(7).
       01 ws-day-date-num pic 9(8).
       01 ws-day-date pic X(8).
       01 ws-next-date-num pic 9(8).
       01 ws-next-date pic X(8).
       01 ws-dow pic 9(1).
       01 ws-bus-day-number pic 9(2) value 0.
       01 ws-prior-bus-date pic X(8) value spaces.
       01 ws-due-date pic X(8).
       01 ws-next-seq pic 9(6) value 0.
       01 ws-template-count pic 9(4) value 0.
       01 ws-generated-count pic 9(4) value 0.
       01 ws-held-count pic 9(4) value 0.
       01 ws-refused-count pic 9(4) value 0.
       01 ws-done-count pic 9(4) value 0.
       01 ws-already-done pic X(1).
       01 ws-post-status pic X(1).

      * the refs already generated for today, from STANDGEN.LOG
       78  ws-max-done value 300.
       01 ws-done-table.
           02 ws-done-ref pic 9(4) occurs ws-max-done times.
       01 ws-d pic 9(3).

       procedure division.
       main-line.
           move "STANDING-GEN" to aud-program-id
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
      * two runs at once would both pass the STANDGEN.LOG check and
      * post the same template twice, so the lock comes first
           perform take-run-lock
           if lk-busy then
             display lk-holder-message
             set job-error to true
             move "ALREADY RUNNING - RUN LOCK HELD" to ws-job-message
             perform write-audit-log
             move ws-job-return-code to return-code
             stop run
           end-if
           call 'sysdate' using ws-run-date
           perform load-calendar-window
           if ws-run-type = 'B' then
             perform load-generated-today
             perform load-next-sequence
             perform generate-due-entries
             perform record-run-manifest
           end-if
           perform release-run-lock
           perform set-job-status
           display "JOB STATUS: " ws-job-return-code " "
             ws-job-message
           display "TEMPLATES: " ws-template-count
             "  GENERATED: " ws-generated-count
             "  HELD: " ws-held-count
             "  REFUSED: " ws-refused-count
             "  ALREADY DONE: " ws-done-count
           perform write-audit-log
           move ws-job-return-code to return-code
           stop run
           .

      * the files this run read and wrote, fingerprinted into the
      * run manifest under the run number and step in flight
       record-run-manifest.
           move "STANDING-GEN" to rm-program-id
           move "STANDING.DAT" to rm-file-name
           set rm-read to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           move "CALENDAR.DAT" to rm-file-name
           set rm-read to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           move "STANDGEN.LOG" to rm-file-name
           set rm-written to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           move "ENTRYAPR.LOG" to rm-file-name
           set rm-written to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           .

       take-run-lock.
           move "STANDING-GEN" to lk-lock-name
           move "BATCH" to lk-operator
           set lk-take to true
           call 'run-lock' using lk-lock-name, lk-operator,
               lk-action, lk-result, lk-holder-message
           .

       release-run-lock.
           set lk-release to true
           call 'run-lock' using lk-lock-name, lk-operator,
               lk-action, lk-result, lk-holder-message
           .

      * entries only post on a business day; whatever fell due on
      * the weekend or holiday before it is posted today.  one pass
      * over the calendar finds today's type, the business day
      * before it and today's business-day number in the month
       load-calendar-window.
           open input calendar
           if ws-calendar-status not = '00' then
             exit paragraph
           end-if
           move 'N' to ws-eof
           perform until ws-eof = 'Y'
             read calendar
               at end move 'Y' to ws-eof
               not at end
                 if cal-date = ws-run-date then
                   move cal-day-type to ws-run-type
                 end-if
                 if cal-day-type = 'B'
                   and cal-date < ws-run-date then
                   if ws-prior-bus-date = spaces
                     or cal-date > ws-prior-bus-date then
                     move cal-date to ws-prior-bus-date
                   end-if
                 end-if
                 if cal-day-type = 'B'
                   and cal-date(1:6) = ws-run-date(1:6)
                   and cal-date <= ws-run-date then
                   add 1 to ws-bus-day-number
                 end-if
             end-read
           end-perform
           close calendar
           compute ws-run-int = function integer-of-date(
             function numval(ws-run-date))
           if ws-prior-bus-date = spaces then
             move ws-run-int to ws-from-int
           else
             compute ws-from-int = function integer-of-date(
               function numval(ws-prior-bus-date)) + 1
           end-if
           .

       load-generated-today.
           move 0 to ws-done-count
           open input generated-log
           if ws-generated-log-status = '00' then
             move 'N' to ws-eof
             perform until ws-eof = 'Y'
               read generated-log
                 at end move 'Y' to ws-eof
                 not at end
                   if sg-run-date = ws-run-date
                     and ws-done-count < ws-max-done then
                     add 1 to ws-done-count
                     move sg-ref to ws-done-ref(ws-done-count)
                   end-if
               end-read
             end-perform
             close generated-log
           end-if
           .

       load-next-sequence.
           move 0 to ws-next-seq
           open input entry-master
           if ws-entry-master-status = '00' then
             move 'N' to ws-eof
             perform until ws-eof = 'Y'
               read entry-master next
                 at end move 'Y' to ws-eof
                 not at end
                   if em-seq > ws-next-seq then
                     move em-seq to ws-next-seq
                   end-if
               end-read
             end-perform
             close entry-master
           end-if
           .

       generate-due-entries.
           open input standing-master
           if ws-standing-master-status not = '00' then
             exit paragraph
           end-if
           move 'N' to ws-eof
           perform until ws-eof = 'Y'
             read standing-master
               at end move 'Y' to ws-eof
               not at end
                 add 1 to ws-template-count
                 perform check-template-due
                 if ws-due-date not = spaces then
                   perform generate-one-entry
                 end-if
             end-read
           end-perform
           close standing-master
           .

      * a template is due today when one of its days falls between
      * the last business day and today, inside its start and end
       check-template-due.
           move spaces to ws-due-date
           perform varying ws-day-int from ws-from-int by 1
             until ws-day-int > ws-run-int
               or ws-due-date not = spaces
             move function date-of-integer(ws-day-int)
               to ws-day-date-num
             move ws-day-date-num to ws-day-date
             if ws-day-date >= st-start-date
               and (st-end-date = spaces
                 or ws-day-date <= st-end-date) then
               perform check-day-due
             end-if
           end-perform
           .

       check-day-due.
           evaluate true
             when st-weekly
               compute ws-dow =
                 function mod(ws-day-int - 1, 7) + 1
               if ws-dow = st-day then
                 move ws-day-date to ws-due-date
               end-if
             when st-monthly
               compute ws-next-int = ws-day-int + 1
               move function date-of-integer(ws-next-int)
                 to ws-next-date-num
               move ws-next-date-num to ws-next-date
               if ws-day-date(7:2) = st-day
                 or (ws-next-date(7:2) = "01"
                   and st-day > ws-day-date(7:2)) then
                 move ws-day-date to ws-due-date
               end-if
             when st-business-day
               if ws-day-date = ws-run-date
                 and ws-bus-day-number = st-day then
                 move ws-day-date to ws-due-date
               end-if
           end-evaluate
           .

      * the payee is checked the day the entry is made, not only
      * the day the template was set up - a payee deactivated
      * since gets nothing
       generate-one-entry.
           move 'N' to ws-already-done
           perform varying ws-d from 1 by 1
             until ws-d > ws-done-count
             if ws-done-ref(ws-d) = st-ref then
               move 'Y' to ws-already-done
             end-if
           end-perform
           if ws-already-done = 'Y' then
             exit paragraph
           end-if
           set pk-lookup to true
           move st-id to pk-id
           call 'payee-check' using pk-action, pk-keyed, pk-id,
               pk-check-digit, pk-name, pk-result, pk-message
           if not pk-valid then
             add 1 to ws-refused-count
             display "REFUSED TEMPLATE " st-ref " ID " st-id " - "
               pk-message
             exit paragraph
           end-if
           move st-operator to lm-operator-id
           move st-amount to lm-amount
           call 'amount-limit' using lm-operator-id, lm-amount,
               lm-limit, lm-result
           if lm-over then
             move 'H' to ws-post-status
           else
             move space to ws-post-status
           end-if
           add 1 to ws-next-seq
           move ws-run-date to em-date
           move ws-next-seq to em-seq
           move st-operator to em-operator
           move pk-name to em-name
           move st-id to em-id
           move st-amount to em-amount
           move 'S' to em-source
           move ws-post-status to em-status
           open i-o entry-master
           if ws-entry-master-status = '35' then
             open output entry-master
             close entry-master
             open i-o entry-master
           end-if
           write em-record
             invalid key
               display "STANDING WRITE FAILED - DUPLICATE KEY "
                 em-date " " em-seq
               add 1 to ws-refused-count
               close entry-master
               exit paragraph
           end-write
           close entry-master
           add 1 to ws-generated-count
           perform log-generated-entry
           display "GENERATED TEMPLATE " st-ref " DUE " ws-due-date
             " ID " st-id " AMOUNT " st-amount " SEQ " ws-next-seq
           if ws-post-status = 'H' then
             add 1 to ws-held-count
             perform log-entry-hold
             display "  HELD FOR SUPERVISOR RELEASE - OVER "
               "OPERATOR LIMIT " lm-limit
           end-if
           .

       log-generated-entry.
           open extend generated-log
           if ws-generated-log-status = '35' then
             open output generated-log
           end-if
           move ws-run-date to sg-run-date
           move st-ref to sg-ref
           move ws-due-date to sg-due-date
           move ws-next-seq to sg-entry-seq
           move st-amount to sg-amount
           write sg-record
           close generated-log
           .

       log-entry-hold.
           open extend hold-log
           if ws-hold-log-status = '35' then
             open output hold-log
           end-if
           move spaces to eh-record
           move ws-run-date to eh-entry-date
           move ws-next-seq to eh-seq
           set eh-held to true
           move 'H' to eh-kind
           move ws-run-date to eh-action-date
           move st-operator to eh-operator
           move st-amount to eh-amount
           move lm-limit to eh-limit
           write eh-record
           close hold-log
           .

      * with no calendar nothing is generated - the calendar says
      * which days are business days, and guessing would post money
      * on a holiday
       set-job-status.
           evaluate true
             when ws-calendar-status not = '00'
               set job-error to true
               move "CALENDAR.DAT NOT AVAILABLE - NOTHING GENERATED"
                 to ws-job-message
             when ws-run-type = space
               set job-error to true
               move "DATE NOT ON CALENDAR - NOTHING GENERATED"
                 to ws-job-message
             when ws-run-type not = 'B'
               set job-ok to true
               move "NOT A BUSINESS DAY - NOTHING DUE"
                 to ws-job-message
             when ws-refused-count > 0
               set job-warning to true
               move spaces to ws-job-message
               string ws-generated-count " GENERATED, "
                 ws-refused-count " REFUSED" into ws-job-message
             when ws-held-count > 0
               set job-warning to true
               move spaces to ws-job-message
               string ws-generated-count " GENERATED, "
                 ws-held-count " HELD OVER LIMIT"
                 into ws-job-message
             when other
               set job-ok to true
               move spaces to ws-job-message
               string ws-generated-count
                 " STANDING ENTRY(S) GENERATED" into ws-job-message
           end-evaluate
           .

       write-audit-log.
           move "STANDING-GEN" to aud-program-id
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

       end program standing-gen.
