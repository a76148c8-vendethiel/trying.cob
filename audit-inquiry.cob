
       working-storage section.
       copy "status-data.copy".
       copy "rptarch-call.copy".
       copy "operator-data.copy".
       copy "signon-data.copy".
       copy "passcheck-data.copy".
       copy "permit-data.copy".
       01 ws-audit-in-status pic XX.
       01 ws-inquiry-ctl-status pic XX.
       01 ws-eof pic X value 'N'.
           end-if
           perform write-summary-page
           close report-out
           move "AUDIT-INQUIRY" to ra-program-id
           move "AUDITINQ.RPT" to ra-report-name
           call 'report-archive' using ra-program-id, ra-report-name
           perform set-job-status
           display "JOB STATUS: " ws-job-return-code " "
             ws-job-message

      * an AUDITINQ.CTL selection card lets the desk run this as a
      * job; with no card present we fall back to prompts for a
      * manual, at-a-terminal inquiry.  the card is put there
      * through ctl-maint or a queued request, both signed on and
      * permitted, so only the terminal inquiry signs on here
       get-selection.
           open input inquiry-ctl
           if ws-inquiry-ctl-status = '00' then
             end-read
             close inquiry-ctl
           else
             perform check-operator-sign-on
             if so-rejected then
               display so-message
               move 8 to return-code
               stop run
             end-if
             display "Program name filter (blank for all)"
             accept ws-sel-program
             display "Date from, yyyymmdd (blank for open)"
           end-if
           .

       check-operator-sign-on.
           display "Operator ID"
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
             move "AUDIT-INQUIRY" to pc-program-id
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

       select-row.
           move 'Y' to ws-selected
           if ws-sel-program not = spaces
