       copy "audit-data.copy".

       working-storage section.
       copy "progstat-call.copy".
       copy "rptarch-call.copy".
       copy "operator-data.copy".
       copy "signon-data.copy".
       copy "passcheck-data.copy".
       copy "permit-data.copy".
       01 ws-calendar-status pic XX.
       01 ws-holiday-status pic XX.
       01 ws-gen-ctl-status pic XX.

       procedure division.
       main-line.
           move "CALENDAR-MAINT" to aud-program-id
           call 'sysdate' using ws-run-date
           perform check-supervisor-sign-on
           if so-rejected then
             move 8 to return-code
             stop run
           end-if
      * a refused sign-on is not a run - the status register
      * hears of the program only once the operator is let in
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           move spaces to ws-action
           perform until ws-action = 'Q'
             display "Action: (G)enerate year (A)mend date "
               move ps-message to so-message
             end-if
           end-if
           if so-accepted then
             move "CALENDAR-MAINT" to pc-program-id
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

       generate-year.
           if not pc-may-update then
             display "INQUIRY ONLY - ACTION NOT PERMITTED"
             exit paragraph
           end-if
           perform get-generation-rules
           perform load-holiday-list
           move 0 to ws-day-count
           .

       amend-one-date.
           if not pc-may-update then
             display "INQUIRY ONLY - ACTION NOT PERMITTED"
             exit paragraph
           end-if
           if ws-day-count = 0 then
             perform load-live-calendar
           end-if
           .

       write-calendar.
           if not pc-may-update then
             display "INQUIRY ONLY - ACTION NOT PERMITTED"
             exit paragraph
           end-if
           perform validate-calendar
           if ws-valid-flag not = 'Y' then
             display "CALENDAR NOT WRITTEN - FIX THE FLAGS FIRST"
           string "  DIFFERENCES: " ws-diff-count into print-line
           write print-line
           close diff-rpt
           move "CALENDAR-MAINT" to ra-program-id
           move "CALDIFF.RPT" to ra-report-name
           call 'report-archive' using ra-program-id, ra-report-name
           .

       diff-one-date.
           if ws-audit-log-status = "35" then
             open output audit-log
           end-if
           call 'audit-chain' using aud-record
           write aud-record
           close audit-log
           set pst-end to true
           call 'prog-status' using pst-action, aud-record
           .

       end program calendar-maint.
