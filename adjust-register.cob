       identification division.
       program-id. adjust-register.

       environment division.
       input-output section.
       file-control.
           select adjust-log assign to 'ADJUST.LOG'
           organization is line sequential
           file status is ws-adjust-log-status.

           select report-ctl assign to 'ADJREG.CTL'
           organization is line sequential
           file status is ws-report-ctl-status.

           select report-out assign to 'ADJREG.RPT'
           organization is line sequential.

           select audit-log assign to 'AUDIT.LOG'
           organization is line sequential
           file status is ws-audit-log-status.

       data division.
       file section.
       fd  adjust-log.
       copy "adjust-data.copy".

      * control card for the feed dates to list; with no card
      * present the report covers the thirty days up to the
      * processing date
       fd  report-ctl.
       01 rc-record.
           02 rc-date-from pic X(8).
           02 rc-date-to pic X(8).

       fd  report-out.
       01 print-line pic X(120).

       fd  audit-log.
       copy "audit-data.copy".

       working-storage section.
       copy "progstat-call.copy".
       copy "rptarch-call.copy".
       copy "status-data.copy".
       01 ws-adjust-log-status pic XX.
       01 ws-report-ctl-status pic XX.
       01 ws-audit-log-status pic XX.
       01 ws-eof pic X value 'N'.
       01 ws-run-date pic X(8).
       01 ws-date-from pic X(8) value spaces.
       01 ws-date-to pic X(8) value spaces.
       01 ws-from-int pic 9(7).
       01 ws-from-date-num pic 9(8).
       01 ws-adj-count pic 9(6) value 0.
       01 ws-increase-count pic 9(6) value 0.
       01 ws-decrease-count pic 9(6) value 0.
       01 ws-reposted-count pic 9(6) value 0.
       01 ws-increase-total pic 9(12) value 0.
       01 ws-decrease-total pic 9(12) value 0.
       01 ws-net-total pic S9(12) value 0.
       01 ws-net-sign pic X(1).
       01 ws-net-amount pic 9(12).
       01 ws-period-flag pic X(1).
       01 ws-before-out pic Z(8)9.
       01 ws-after-out pic Z(8)9.
       01 ws-diff-out pic Z(8)9.
       01 ws-total-out pic Z(11)9.

      * every prior-period adjustment finance-export has sent, by
      * feed date, so finance can tie each one to the original
      * entry it corrects.  a row posting to a later month than the
      * entry's own is an entry whose period had closed - marked
      * '*' - and the net at the foot is what the adjustments
      * moved in total
       procedure division.
       main-line.
           move "ADJUST-REGISTER" to aud-program-id
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           call 'sysdate' using ws-run-date
           perform get-report-window
           open output report-out
           perform write-report-header
           open input adjust-log
           if ws-adjust-log-status = '00' then
             move 'N' to ws-eof
             perform until ws-eof = 'Y'
               read adjust-log
                 at end move 'Y' to ws-eof
                 not at end
                   if fa-rec-type = 'A'
                     and fa-feed-date >= ws-date-from
                     and fa-feed-date <= ws-date-to then
                     perform write-adjustment-line
                   end-if
               end-read
             end-perform
             close adjust-log
           end-if
           perform write-report-footer
           close report-out
           move "ADJUST-REGISTER" to ra-program-id
           move "ADJREG.RPT" to ra-report-name
           call 'report-archive' using ra-program-id, ra-report-name
           perform set-job-status
           display "JOB STATUS: " ws-job-return-code " "
             ws-job-message
           perform write-audit-log
           move ws-job-return-code to return-code
           stop run
           .

       get-report-window.
           open input report-ctl
           if ws-report-ctl-status = '00' then
             read report-ctl
               at end continue
               not at end
                 move rc-date-from to ws-date-from
                 move rc-date-to to ws-date-to
             end-read
             close report-ctl
           end-if
           if ws-date-to = spaces then
             move ws-run-date to ws-date-to
           end-if
           if ws-date-from = spaces then
             compute ws-from-int = function integer-of-date(
               function numval(ws-run-date)) - 29
             move function date-of-integer(ws-from-int)
               to ws-from-date-num
             move ws-from-date-num to ws-date-from
           end-if
           .

       write-adjustment-line.
           add 1 to ws-adj-count
           if fa-decrease then
             add 1 to ws-decrease-count
             add fa-difference to ws-decrease-total
           else
             add 1 to ws-increase-count
             add fa-difference to ws-increase-total
           end-if
           if fa-period not = fa-entry-date(1:6) then
             move '*' to ws-period-flag
             add 1 to ws-reposted-count
           else
             move space to ws-period-flag
           end-if
           move fa-before-amount to ws-before-out
           move fa-after-amount to ws-after-out
           move fa-difference to ws-diff-out
           move spaces to print-line
           string fa-feed-date " " fa-feed-seq "  "
             fa-entry-date "/" fa-entry-seq "  "
             fa-period ws-period-flag " "
             fa-before-id " " fa-after-id " "
             ws-before-out " " ws-after-out " "
             fa-sign ws-diff-out "  " fa-operator
             into print-line
           write print-line
           .

       write-report-header.
           move spaces to print-line
           string "PRIOR-PERIOD ADJUSTMENTS SENT  " ws-date-from
             " TO " ws-date-to into print-line
           write print-line
           move spaces to print-line
           write print-line
           move spaces to print-line
           string "FEED DATE SEQ     ENTRY           PERIOD  "
             "BEFORE   AFTER       BEFORE     AFTER  DIFFERENCE"
             "  OPERATOR" into print-line
           write print-line
           .

       write-report-footer.
           if ws-adj-count = 0 then
             move spaces to print-line
             move "  (no adjustments sent)" to print-line
             write print-line
           end-if
           move spaces to print-line
           write print-line
           move spaces to print-line
           string "  ADJUSTMENTS: " ws-adj-count
             "  INCREASES: " ws-increase-count
             "  DECREASES: " ws-decrease-count into print-line
           write print-line
           move ws-increase-total to ws-total-out
           move spaces to print-line
           string "  TOTAL INCREASES: " ws-total-out into print-line
           write print-line
           move ws-decrease-total to ws-total-out
           move spaces to print-line
           string "  TOTAL DECREASES: " ws-total-out into print-line
           write print-line
           compute ws-net-total = ws-increase-total - ws-decrease-total
           if ws-net-total < 0 then
             move '-' to ws-net-sign
             compute ws-net-amount = 0 - ws-net-total
           else
             move '+' to ws-net-sign
             move ws-net-total to ws-net-amount
           end-if
           move ws-net-amount to ws-total-out
           move spaces to print-line
           string "  NET ADJUSTMENT:  " ws-total-out " " ws-net-sign
             into print-line
           write print-line
           if ws-reposted-count > 0 then
             move spaces to print-line
             write print-line
             move spaces to print-line
             string "  * ENTRY'S PERIOD WAS CLOSED - POSTED TO THE "
               "OPEN PERIOD (" ws-reposted-count ")" into print-line
             write print-line
           end-if
           .

       set-job-status.
           set job-ok to true
           move spaces to ws-job-message
           if ws-adjust-log-status not = '00' then
             move "NO ADJUST.LOG - NO ADJUSTMENTS SENT YET"
               to ws-job-message
           else
             string ws-adj-count " ADJUSTMENT(S) LISTED"
               into ws-job-message
           end-if
           .

       write-audit-log.
           move "ADJUST-REGISTER" to aud-program-id
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

       end program adjust-register.
