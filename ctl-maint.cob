       identification division.
       program-id. ctl-maint.

       environment division.
       input-output section.
       file-control.
           select card-file assign dynamic ws-card-name
           organization is line sequential
           file status is ws-card-status.

           select ctl-register assign to 'CTLREG.DAT'
           organization is line sequential
           file status is ws-register-status.

           select audit-log assign to 'AUDIT.LOG'
           organization is line sequential
           file status is ws-audit-log-status.

       data division.
       file section.
       fd  card-file.
       01 card-line pic X(80).

       fd  ctl-register.
       copy "ctlreg-data.copy".

       fd  audit-log.
       copy "audit-data.copy".

       working-storage section.
       copy "progstat-call.copy".
       copy "operator-data.copy".
       copy "signon-data.copy".
       copy "passcheck-data.copy".
       copy "permit-data.copy".
       copy "fingerprint-data.copy".
       01 ws-card-status pic XX.
       01 ws-register-status pic XX.
       01 ws-audit-log-status pic XX.
       01 ws-eof pic X value 'N'.
       01 ws-run-date pic X(8).
       01 ws-stamp pic X(21).
       01 ws-action pic X(1).
       01 ws-confirm pic X(1).
       01 ws-card-name pic X(20).
       01 ws-reason pic X(40).
       01 ws-effective-date pic X(8).
       01 ws-entry-line pic X(80).
       01 ws-last-change pic 9(6) value 0.
       01 ws-changes pic 9(3) value 0.
       01 ws-history-count pic 9(4).
       01 ws-l pic 9(3).

      * a card is a handful of lines at most; twenty is generous
       78  ws-max-lines value 20.
       01 ws-before-found pic X(1).
       01 ws-before-count pic 9(3) value 0.
       01 ws-before-table.
           02 ws-before-line pic X(80) occurs ws-max-lines times.
       01 ws-after-count pic 9(3) value 0.
       01 ws-after-table.
           02 ws-after-line pic X(80) occurs ws-max-lines times.

       procedure division.
       main-line.
           move "CTL-MAINT" to aud-program-id
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
           perform find-last-change-number
           move spaces to ws-action
           perform until ws-action = 'Q'
             display "Action: (C)hange a card (R)egister a card as "
               "it stands (V)iew a card's history (Q)uit"
             accept ws-action
             move function upper-case(ws-action) to ws-action
             evaluate ws-action
               when 'C' perform change-card
               when 'R' perform register-card
               when 'V' perform list-card-history
               when 'Q' continue
               when other display "UNKNOWN ACTION"
             end-evaluate
           end-perform
           perform write-audit-log
           stop run
           .

       check-maintainer-sign-on.
           display "Operator ID, for the card register"
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
             move "CTL-MAINT" to pc-program-id
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

       find-last-change-number.
           move 0 to ws-last-change
           move 'N' to ws-eof
           open input ctl-register
           if ws-register-status = '00' then
             perform until ws-eof = 'Y'
               read ctl-register
                 at end move 'Y' to ws-eof
                 not at end
                   if cr-change-number is numeric
                     and cr-change-number > ws-last-change then
                     move cr-change-number to ws-last-change
                   end-if
               end-read
             end-perform
             close ctl-register
           end-if
           .

       get-card-name.
           display "Control card name (e.g. PRIZEDRW.CTL)"
           accept ws-card-name
           move function upper-case(ws-card-name) to ws-card-name
           .

       load-current-image.
           move 'N' to ws-before-found
           move 0 to ws-before-count
           move 'N' to ws-eof
           open input card-file
           if ws-card-status = '00' then
             move 'Y' to ws-before-found
             perform until ws-eof = 'Y'
               read card-file
                 at end move 'Y' to ws-eof
                 not at end
                   if ws-before-count < ws-max-lines then
                     add 1 to ws-before-count
                     move card-line to ws-before-line(ws-before-count)
                   end-if
               end-read
             end-perform
             close card-file
           end-if
           .

       show-current-image.
           if ws-before-found = 'N' then
             display "  (" function trim(ws-card-name)
               " is not on file)"
           else
             display "  CURRENT " function trim(ws-card-name) ", "
               ws-before-count " LINE(S):"
             perform varying ws-l from 1 by 1
               until ws-l > ws-before-count
               display "  |" ws-before-line(ws-l)
             end-perform
           end-if
           .

      * the card is rewritten only through here, so every change
      * carries who, why and when it was meant to take effect
       change-card.
           if not pc-may-update then
             display "INQUIRY ONLY - ACTION NOT PERMITTED"
             exit paragraph
           end-if
           perform get-card-name
           if ws-card-name = spaces then
             exit paragraph
           end-if
           perform load-current-image
           perform show-current-image
           display "Enter the new card, one line per record; "
             "/* alone on a line ends it"
           move 0 to ws-after-count
           move spaces to ws-entry-line
           perform until ws-entry-line = "/*"
             or ws-after-count >= ws-max-lines
             move spaces to ws-entry-line
             accept ws-entry-line
             if ws-entry-line not = "/*" then
               add 1 to ws-after-count
               move ws-entry-line to ws-after-line(ws-after-count)
             end-if
           end-perform
           perform get-change-particulars
           if ws-reason = spaces then
             display "A REASON IS REQUIRED - CHANGE ABANDONED"
             exit paragraph
           end-if
           display "Write " function trim(ws-card-name) " with "
             ws-after-count " line(s)? (Y/N)"
           accept ws-confirm
           if ws-confirm not = 'Y' and ws-confirm not = 'y' then
             display "CHANGE ABANDONED"
             exit paragraph
           end-if
           open output card-file
           perform varying ws-l from 1 by 1
             until ws-l > ws-after-count
             move ws-after-line(ws-l) to card-line
             write card-line
           end-perform
           close card-file
           perform write-register-rows
           display "CHANGE " ws-last-change " REGISTERED"
           .

      * a card edited before the register existed, or put right by
      * hand after the nightly check flagged it, is taken into the
      * register as it stands
       register-card.
           if not pc-may-update then
             display "INQUIRY ONLY - ACTION NOT PERMITTED"
             exit paragraph
           end-if
           perform get-card-name
           if ws-card-name = spaces then
             exit paragraph
           end-if
           perform load-current-image
           perform show-current-image
           if ws-before-found = 'N' then
             display "NOTHING TO REGISTER"
             exit paragraph
           end-if
           perform get-change-particulars
           if ws-reason = spaces then
             display "A REASON IS REQUIRED - NOT REGISTERED"
             exit paragraph
           end-if
           move ws-before-count to ws-after-count
           perform varying ws-l from 1 by 1
             until ws-l > ws-before-count
             move ws-before-line(ws-l) to ws-after-line(ws-l)
           end-perform
           perform write-register-rows
           display "CHANGE " ws-last-change " REGISTERED"
           .

       get-change-particulars.
           display "Reason for the change"
           move spaces to ws-reason
           accept ws-reason
           display "Effective date (yyyymmdd, blank for today)"
           move spaces to ws-effective-date
           accept ws-effective-date
           if ws-effective-date = spaces
             or ws-effective-date is not numeric then
             move ws-run-date to ws-effective-date
           end-if
           .

      * the after image is fingerprinted from the card on disk, so
      * the nightly check compares like with like
       write-register-rows.
           move ws-card-name to fp-file-name
           call 'fingerprint' using fp-file-name, fp-found,
               fp-record-count, fp-checksum, fp-first-record,
               fp-last-record
           if fp-missing then
             move 0 to fp-record-count
             move 0 to fp-checksum
           end-if
           move function current-date to ws-stamp
           add 1 to ws-last-change
           add 1 to ws-changes
           open extend ctl-register
           if ws-register-status = '35' then
             open output ctl-register
           end-if
           move ws-last-change to cr-change-number
           move ws-card-name to cr-card-name
           move ws-stamp(1:14) to cr-stamp
           move ws-operator-id to cr-operator
           move ws-effective-date to cr-effective-date
           move ws-reason to cr-reason
           move fp-record-count to cr-after-records
           move fp-checksum to cr-after-checksum
           set cr-before-image to true
           if ws-before-count = 0 then
             move 0 to cr-line-number
             move spaces to cr-line
             write cr-record
           end-if
           perform varying ws-l from 1 by 1
             until ws-l > ws-before-count
             move ws-l to cr-line-number
             move ws-before-line(ws-l) to cr-line
             write cr-record
           end-perform
           set cr-after-image to true
           if ws-after-count = 0 then
             move 0 to cr-line-number
             move spaces to cr-line
             write cr-record
           end-if
           perform varying ws-l from 1 by 1
             until ws-l > ws-after-count
             move ws-l to cr-line-number
             move ws-after-line(ws-l) to cr-line
             write cr-record
           end-perform
           close ctl-register
           .

       list-card-history.
           perform get-card-name
           if ws-card-name = spaces then
             exit paragraph
           end-if
           move 0 to ws-history-count
           move 'N' to ws-eof
           open input ctl-register
           if ws-register-status = '00' then
             perform until ws-eof = 'Y'
               read ctl-register
                 at end move 'Y' to ws-eof
                 not at end
                   if cr-card-name = ws-card-name then
                     perform show-history-row
                   end-if
               end-read
             end-perform
             close ctl-register
           end-if
           if ws-history-count = 0 then
             display "NO CHANGES REGISTERED FOR "
               function trim(ws-card-name)
           end-if
           .

       show-history-row.
           if cr-before-image
             and cr-line-number <= 1 then
             add 1 to ws-history-count
             display "CHANGE " cr-change-number "  " cr-stamp
               "  BY " cr-operator "  EFFECTIVE " cr-effective-date
             display "  REASON: " cr-reason
           end-if
           if cr-line-number = 0 then
             display "  " cr-image "  (no card)"
           else
             display "  " cr-image " |" cr-line
           end-if
           .

       write-audit-log.
           move "CTL-MAINT" to aud-program-id
           move function current-date to aud-timestamp
           move spaces to aud-outcome
           string ws-changes " CONTROL CARD CHANGE(S) REGISTERED"
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

       end program ctl-maint.
