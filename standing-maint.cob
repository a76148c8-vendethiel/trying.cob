       identification division.
       program-id. standing-maint.

       environment division.
       input-output section.
       file-control.
           select standing-master assign to 'STANDING.DAT'
           organization is line sequential
           file status is ws-standing-master-status.

           select master-out assign to 'STANDING.NEW'
           organization is line sequential.

           select master-live assign to 'STANDING.DAT'
           organization is line sequential.

           select audit-log assign to 'AUDIT.LOG'
           organization is line sequential
           file status is ws-audit-log-status.

       data division.
       file section.
       fd  standing-master.
       copy "standing-data.copy".

       fd  master-out.
       01 mo-record pic X(76).

       fd  master-live.
       01 ml-record pic X(76).

       fd  audit-log.
       copy "audit-data.copy".

       working-storage section.
       copy "progstat-call.copy".
       copy "operator-data.copy".
       copy "signon-data.copy".
       copy "passcheck-data.copy".
       copy "permit-data.copy".
       copy "payeechk-data.copy".
       01 ws-standing-master-status pic XX.
       01 ws-audit-log-status pic XX.
       01 ws-eof pic X value 'N'.
       01 ws-action pic X(1).
       01 ws-work-text pic X(9).
       01 ws-work-ref pic 9(4).
       01 ws-work-amount pic 9(9).
       01 ws-work-frequency pic X(1).
       01 ws-work-day pic 9(2).
       01 ws-work-start pic X(8).
       01 ws-work-end pic X(8).
       01 ws-day-limit pic 9(2).
       01 ws-changes pic 9(3) value 0.
       01 ws-s pic 9(3).
       01 ws-found-s pic 9(3).
       01 ws-next-ref pic 9(4) value 0.
       01 ws-running-count pic 9(3).
       01 ws-frequency-text pic X(8).
       01 ws-end-text pic X(8).

       78  ws-max-standing value 300.
       01 ws-standing-count pic 9(3) value 0.
       01 ws-standing-table.
           02 ws-standing-entry occurs ws-max-standing times.
               05 ws-st-ref pic 9(4).
               05 ws-st-id pic 9(8).
               05 ws-st-name pic X(20).
               05 ws-st-amount pic 9(9).
               05 ws-st-frequency pic X(1).
               05 ws-st-day pic 9(2).
               05 ws-st-start pic X(8).
               05 ws-st-end pic X(8).
               05 ws-st-operator pic X(8).
               05 ws-st-changed pic X(8).
       01 ws-run-date pic X(8).

       procedure division.
       main-line.
           move "STANDING-MAINT" to aud-program-id
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
           perform load-standing-master
           move spaces to ws-action
           perform until ws-action = 'Q'
             display "Action: (L)ist (A)dd (E)nd a template (Q)uit"
             accept ws-action
             move function upper-case(ws-action) to ws-action
             evaluate ws-action
               when 'L' perform list-templates
               when 'A' perform add-template
               when 'E' perform end-template
               when 'Q' continue
               when other display "UNKNOWN ACTION"
             end-evaluate
           end-perform
           if ws-changes > 0 then
             perform rewrite-standing-master
             display ws-changes " CHANGE(S) APPLIED"
           end-if
           perform write-audit-log
           stop run
           .

      * a standing entry is money paid without anyone keying it,
      * so only a supervisor may set one up or end it
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
             move "STANDING-MAINT" to pc-program-id
             move 'I' to pc-mode-needed
             perform check-program-permit
           end-if
           .

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

       load-standing-master.
           move 0 to ws-standing-count
           open input standing-master
           if ws-standing-master-status = '00' then
             move 'N' to ws-eof
             perform until ws-eof = 'Y'
               read standing-master
                 at end move 'Y' to ws-eof
                 not at end
                   if ws-standing-count < ws-max-standing then
                     add 1 to ws-standing-count
                     move ws-standing-count to ws-s
                     move st-ref to ws-st-ref(ws-s)
                     move st-id to ws-st-id(ws-s)
                     move st-name to ws-st-name(ws-s)
                     move st-amount to ws-st-amount(ws-s)
                     move st-frequency to ws-st-frequency(ws-s)
                     move st-day to ws-st-day(ws-s)
                     move st-start-date to ws-st-start(ws-s)
                     move st-end-date to ws-st-end(ws-s)
                     move st-operator to ws-st-operator(ws-s)
                     move st-changed-date to ws-st-changed(ws-s)
                     if st-ref > ws-next-ref then
                       move st-ref to ws-next-ref
                     end-if
                   end-if
               end-read
             end-perform
             close standing-master
           end-if
           .

       list-templates.
           move 0 to ws-running-count
           display "REF   ID        NAME                  AMOUNT     "
             "FREQUENCY   START     END       SET UP BY"
           perform varying ws-s from 1 by 1
             until ws-s > ws-standing-count
             evaluate ws-st-frequency(ws-s)
               when 'W' move "WEEKLY" to ws-frequency-text
               when 'M' move "MONTHLY" to ws-frequency-text
               when other move "BUS DAY" to ws-frequency-text
             end-evaluate
             if ws-st-end(ws-s) = spaces then
               move "(OPEN)" to ws-end-text
             else
               move ws-st-end(ws-s) to ws-end-text
             end-if
             if ws-st-end(ws-s) = spaces
               or ws-st-end(ws-s) >= ws-run-date then
               add 1 to ws-running-count
             end-if
             display ws-st-ref(ws-s) "  " ws-st-id(ws-s) "  "
               ws-st-name(ws-s) "  " ws-st-amount(ws-s) "  "
               ws-frequency-text " " ws-st-day(ws-s) "  "
               ws-st-start(ws-s) "  " ws-end-text "  "
               ws-st-operator(ws-s)
           end-perform
           display ws-standing-count " TEMPLATE(S) ON MASTER, "
             ws-running-count " STILL RUNNING"
           .

      * the payee is keyed with its check digit and the name comes
      * off the payee master, exactly as on the entry form
       add-template.
           if not pc-may-update then
             display "INQUIRY ONLY - ACTION NOT PERMITTED"
             exit paragraph
           end-if
           if ws-standing-count >= ws-max-standing then
             display "STANDING MASTER FULL"
             exit paragraph
           end-if
           display "Payee ID and check digit, 9 digits"
           move spaces to ws-work-text
           accept ws-work-text
           set pk-validate to true
           move ws-work-text to pk-keyed
           call 'payee-check' using pk-action, pk-keyed, pk-id,
               pk-check-digit, pk-name, pk-result, pk-message
           if not pk-valid then
             display pk-message
             exit paragraph
           end-if
           display "Payee: " pk-name
           display "Amount, whole units"
           move spaces to ws-work-text
           accept ws-work-text
           if function trim(ws-work-text) is not numeric then
             display "AMOUNT MUST BE NUMERIC"
             exit paragraph
           end-if
           move function numval(ws-work-text) to ws-work-amount
           if ws-work-amount = 0 then
             display "AMOUNT MUST BE MORE THAN ZERO"
             exit paragraph
           end-if
           display "Frequency: (W)eekly (M)onthly (B)usiness day of "
             "month"
           move spaces to ws-work-frequency
           accept ws-work-frequency
           move function upper-case(ws-work-frequency)
             to ws-work-frequency
           evaluate ws-work-frequency
             when 'W'
               display "Day of the week, 1 Monday to 7 Sunday"
               move 7 to ws-day-limit
             when 'M'
               display "Day of the month, 1 to 31"
               move 31 to ws-day-limit
             when 'B'
               display "Business day of the month, 1 to 23"
               move 23 to ws-day-limit
             when other
               display "FREQUENCY MUST BE W, M OR B"
               exit paragraph
           end-evaluate
           move spaces to ws-work-text
           accept ws-work-text
           if function trim(ws-work-text) is not numeric then
             display "DAY MUST BE NUMERIC"
             exit paragraph
           end-if
           move function numval(ws-work-text) to ws-work-day
           if ws-work-day < 1 or ws-work-day > ws-day-limit then
             display "DAY OUT OF RANGE"
             exit paragraph
           end-if
           display "Start date (YYYYMMDD, blank for today)"
           move spaces to ws-work-start
           accept ws-work-start
           if ws-work-start = spaces then
             move ws-run-date to ws-work-start
           end-if
           if ws-work-start is not numeric
             or function test-date-yyyymmdd(
                  function numval(ws-work-start)) not = 0 then
             display "INVALID DATE"
             exit paragraph
           end-if
           display "End date (YYYYMMDD, blank for no end)"
           move spaces to ws-work-end
           accept ws-work-end
           if ws-work-end not = spaces then
             if ws-work-end is not numeric
               or function test-date-yyyymmdd(
                    function numval(ws-work-end)) not = 0 then
               display "INVALID DATE"
               exit paragraph
             end-if
             if ws-work-end < ws-work-start then
               display "END DATE BEFORE START DATE"
               exit paragraph
             end-if
           end-if
           add 1 to ws-next-ref
           add 1 to ws-standing-count
           move ws-standing-count to ws-s
           move ws-next-ref to ws-st-ref(ws-s)
           move pk-id to ws-st-id(ws-s)
           move pk-name to ws-st-name(ws-s)
           move ws-work-amount to ws-st-amount(ws-s)
           move ws-work-frequency to ws-st-frequency(ws-s)
           move ws-work-day to ws-st-day(ws-s)
           move ws-work-start to ws-st-start(ws-s)
           move ws-work-end to ws-st-end(ws-s)
           move ws-operator-id to ws-st-operator(ws-s)
           move ws-run-date to ws-st-changed(ws-s)
           add 1 to ws-changes
           display "TEMPLATE " ws-next-ref " ADDED"
           .

      * a template is ended, never deleted, so the entries it
      * generated can always be traced back to it
       end-template.
           if not pc-may-update then
             display "INQUIRY ONLY - ACTION NOT PERMITTED"
             exit paragraph
           end-if
           display "Template reference"
           move spaces to ws-work-text
           accept ws-work-text
           if function trim(ws-work-text) is not numeric then
             display "REFERENCE MUST BE NUMERIC"
             exit paragraph
           end-if
           move function numval(ws-work-text) to ws-work-ref
           move 0 to ws-found-s
           perform varying ws-s from 1 by 1
             until ws-s > ws-standing-count or ws-found-s > 0
             if ws-st-ref(ws-s) = ws-work-ref then
               move ws-s to ws-found-s
             end-if
           end-perform
           if ws-found-s = 0 then
             display "REFERENCE NOT ON MASTER"
             exit paragraph
           end-if
           display "Last date it runs (YYYYMMDD, blank for today)"
           move spaces to ws-work-end
           accept ws-work-end
           if ws-work-end = spaces then
             move ws-run-date to ws-work-end
           end-if
           if ws-work-end is not numeric
             or function test-date-yyyymmdd(
                  function numval(ws-work-end)) not = 0 then
             display "INVALID DATE"
             exit paragraph
           end-if
           move ws-work-end to ws-st-end(ws-found-s)
           move ws-run-date to ws-st-changed(ws-found-s)
           add 1 to ws-changes
           display "TEMPLATE " ws-work-ref " ENDS " ws-work-end
           .

       rewrite-standing-master.
           open output master-out
           perform varying ws-s from 1 by 1
             until ws-s > ws-standing-count
             move ws-st-ref(ws-s) to st-ref
             move ws-st-id(ws-s) to st-id
             move ws-st-name(ws-s) to st-name
             move ws-st-amount(ws-s) to st-amount
             move ws-st-frequency(ws-s) to st-frequency
             move ws-st-day(ws-s) to st-day
             move ws-st-start(ws-s) to st-start-date
             move ws-st-end(ws-s) to st-end-date
             move ws-st-operator(ws-s) to st-operator
             move ws-st-changed(ws-s) to st-changed-date
             move st-record to mo-record
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
           move "STANDING-MAINT" to aud-program-id
           move function current-date to aud-timestamp
           move spaces to aud-outcome
           string "STANDING ENTRY MAINTENANCE, " ws-changes
             " CHANGE(S)" into aud-outcome
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

       end program standing-maint.
