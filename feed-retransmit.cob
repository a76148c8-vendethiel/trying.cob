           02 fs-count pic 9(6).
           02 fs-checksum pic 9(12).
           02 fs-seq pic 9(6).
      * when the feed was written, spaces on rows logged before the
      * field existed
           02 fs-sent-stamp pic X(14).

       fd  draw-history.
       01 dh-record.
       copy "audit-data.copy".

       working-storage section.
       copy "progstat-call.copy".
       copy "status-data.copy".
       copy "operator-data.copy".
       copy "signon-data.copy".
       copy "passcheck-data.copy".
       copy "permit-data.copy".
       01 ws-retrans-ctl-status pic XX.
       01 ws-feed-log-status pic XX.
       01 ws-history-status pic XX.

       procedure division.
       main-line.
           move "FEED-RETRANSMIT" to aud-program-id
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           call 'sysdate' using ws-run-date
           perform check-operator-sign-on
           perform get-feed-date
           evaluate true
             when so-rejected
               display so-message
               set job-error to true
               move so-message to ws-job-message
             when ws-feed-date = spaces
               set job-error to true
               move "NO RETRANS.CTL CARD - NOTHING REQUESTED"
                 to ws-job-message
             when other
               perform find-original-feed
               if ws-orig-found not = 'Y' then
                 set job-error to true
                 move "FEED DATE NOT ON FEEDSENT.LOG"
                   to ws-job-message
               else
                 perform rebuild-feed
                 perform check-rebuild-totals
               end-if
           end-evaluate
           display "JOB STATUS: " ws-job-return-code " "
             ws-job-message
           perform write-audit-log
           stop run
           .

      * a resend goes to a customer, so it is run by a named
      * operator the permission matrix lets update, never as BATCH
       check-operator-sign-on.
           display "Operator ID, for the retransmission"
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
             move "FEED-RETRANSMIT" to pc-program-id
             move 'U' to pc-mode-needed
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

       get-feed-date.
           open input retrans-ctl
           if ws-retrans-ctl-status = '00' then
           move function current-date to aud-timestamp
           move ws-job-message to aud-outcome
           move ws-job-return-code to aud-return-code
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
           if ws-job-return-code not = 0 then
             call 'raise-alert' using aud-record
           end-if
