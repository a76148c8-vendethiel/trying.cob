       identification division.
       program-id. access-recert.

       environment division.
       input-output section.
       file-control.
           select operator-master assign to 'OPERMST.DAT'
           organization is line sequential
           file status is ws-operator-master-status.

           select master-out assign to 'OPERMST.NEW'
           organization is line sequential.

           select master-live assign to 'OPERMST.DAT'
           organization is line sequential.

           select recert-ctl assign to 'RECERT.CTL'
           organization is line sequential
           file status is ws-recert-ctl-status.

           select report-out assign to 'RECERT.RPT'
           organization is line sequential.

           select audit-log assign to 'AUDIT.LOG'
           organization is line sequential
           file status is ws-audit-log-status.

       data division.
       file section.
       fd  operator-master.
       01 op-record.
           02 op-id pic X(8).
           02 op-name pic X(20).
           02 op-authority pic 9(1).
           02 op-active pic X(1).
           02 op-pass-hash pic X(9).
           02 op-pass-date pic X(8).
           02 op-force-change pic X(1).
           02 op-fail-count pic X(1).
           02 op-locked pic X(1).
           02 op-verify-exempt pic X(1).
           02 op-training pic X(1).
           02 op-amount-limit pic X(9).
           02 op-last-signon pic X(8).

       fd  master-out.
       01 mo-record pic X(69).

       fd  master-live.
       01 ml-record pic X(69).

      * control card: how many days without a sign-on make an
      * account dormant (blank means 90), and D to disable the
      * dormant accounts once a supervisor has confirmed at the
      * terminal - anything else is the review report alone
       fd  recert-ctl.
       01 rc-record.
           02 rc-dormant-days pic X(3).
           02 rc-option pic X(1).

       fd  report-out.
       01 print-line pic X(120).

       fd  audit-log.
       copy "audit-data.copy".

       working-storage section.
       copy "progstat-call.copy".
       copy "rptarch-call.copy".
       copy "status-data.copy".
       copy "operator-data.copy".
       copy "signon-data.copy".
       copy "passcheck-data.copy".
       copy "permit-data.copy".
       01 ws-operator-master-status pic XX.
       01 ws-recert-ctl-status pic XX.
       01 ws-audit-log-status pic XX.
       01 ws-eof pic X value 'N'.
       01 ws-run-date pic X(8).
       01 ws-today-int pic 9(7).
       01 ws-seen-int pic 9(7).
       01 ws-dormant-days pic 9(3) value 90.
       01 ws-option pic X(1) value 'R'.
       01 ws-confirm pic X(1).
       01 ws-o pic 9(3).
       01 ws-found-o pic 9(3).
       01 ws-dormant-count pic 9(3) value 0.
       01 ws-unproven-count pic 9(3) value 0.
       01 ws-disabled-count pic 9(3) value 0.
       01 ws-supervisor-count pic 9(3) value 0.
       01 ws-age-text pic X(5).
       01 ws-idle-text pic X(5).
       01 ws-age-disp pic Z(4)9.
       01 ws-audit-outcome pic X(40).

      * one row per operator on the master, with the latest audit
      * row each one signed and the days since.  the master carries
      * the last sign-on date, stamped by pass-check; the live audit
      * trail only adds activity since the last cut, since its
      * older rows have gone to the dated generations
       78  ws-max-operators value 100.
       01 ws-oper-count pic 9(3) value 0.
       01 ws-oper-table.
           02 ws-oper-entry occurs ws-max-operators times.
               05 ws-op-id pic X(8).
               05 ws-op-name pic X(20).
               05 ws-op-authority pic 9(1).
               05 ws-op-active pic X(1).
               05 ws-op-pass-hash pic X(9).
               05 ws-op-pass-date pic X(8).
               05 ws-op-force pic X(1).
               05 ws-op-fails pic X(1).
               05 ws-op-locked pic X(1).
               05 ws-op-verify pic X(1).
               05 ws-op-training pic X(1).
               05 ws-op-last-signon pic X(8).
               05 ws-op-seen-date pic X(8).
               05 ws-op-last-stamp pic X(14).
               05 ws-op-last-program pic X(20).
               05 ws-op-idle-days pic 9(5).
      * 'Y' dormant, 'D' dormant and set inactive here, 'U' idle
      * past the limit with no sign-on date on the master to prove it
               05 ws-op-dormant pic X(1).

       procedure division.
       main-line.
           move "ACCESS-RECERT" to aud-program-id
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           call 'sysdate' using ws-run-date
           compute ws-today-int = function integer-of-date(
             function numval(ws-run-date))
           perform get-run-parameters
           perform load-operator-master
           perform scan-audit-trail
           perform classify-operators
           open output report-out
           perform write-review-report
           if ws-option = 'D' and ws-dormant-count > 0 then
             perform offer-disable-action
             if ws-disabled-count > 0 then
               perform rewrite-operator-master
               perform write-disabled-lines
             end-if
           end-if
           perform write-sign-off-block
           close report-out
           move "ACCESS-RECERT" to ra-program-id
           move "RECERT.RPT" to ra-report-name
           call 'report-archive' using ra-program-id, ra-report-name
           perform set-job-status
           display "JOB STATUS: " ws-job-return-code " "
             ws-job-message
           perform write-audit-log
           move ws-job-return-code to return-code
           stop run
           .

       get-run-parameters.
           open input recert-ctl
           if ws-recert-ctl-status = '00' then
             read recert-ctl
               at end continue
               not at end
                 if rc-dormant-days is numeric
                   and rc-dormant-days not = '000' then
                   move rc-dormant-days to ws-dormant-days
                 end-if
                 if rc-option = 'D' or rc-option = 'd' then
                   move 'D' to ws-option
                 end-if
             end-read
             close recert-ctl
           end-if
           .

       load-operator-master.
           move 0 to ws-oper-count
           open input operator-master
           if ws-operator-master-status = '00' then
             move 'N' to ws-eof
             perform until ws-eof = 'Y'
               read operator-master
                 at end move 'Y' to ws-eof
                 not at end
                   if ws-oper-count < ws-max-operators then
                     add 1 to ws-oper-count
                     move op-id to ws-op-id(ws-oper-count)
                     move op-name to ws-op-name(ws-oper-count)
                     move op-authority
                       to ws-op-authority(ws-oper-count)
                     move op-active to ws-op-active(ws-oper-count)
                     move op-pass-hash
                       to ws-op-pass-hash(ws-oper-count)
                     move op-pass-date
                       to ws-op-pass-date(ws-oper-count)
                     move op-force-change
                       to ws-op-force(ws-oper-count)
                     move op-fail-count
                       to ws-op-fails(ws-oper-count)
                     move op-locked to ws-op-locked(ws-oper-count)
                     move op-verify-exempt
                       to ws-op-verify(ws-oper-count)
                     move op-training
                       to ws-op-training(ws-oper-count)
                     move op-last-signon
                       to ws-op-last-signon(ws-oper-count)
                     move spaces
                       to ws-op-last-stamp(ws-oper-count)
                     move spaces
                       to ws-op-last-program(ws-oper-count)
                     move 'N' to ws-op-dormant(ws-oper-count)
                   end-if
               end-read
             end-perform
             close operator-master
           end-if
           .

       scan-audit-trail.
           move 'N' to ws-eof
           open input audit-log
           if ws-audit-log-status = '00' then
             perform until ws-eof = 'Y'
               read audit-log
                 at end move 'Y' to ws-eof
                 not at end
                   if aud-operator-id not = spaces
                     and aud-operator-id not = "BATCH" then
                     perform note-operator-activity
                   end-if
               end-read
             end-perform
             close audit-log
           end-if
           .

       note-operator-activity.
           move 0 to ws-found-o
           perform varying ws-o from 1 by 1
             until ws-o > ws-oper-count or ws-found-o > 0
             if ws-op-id(ws-o) = aud-operator-id then
               move ws-o to ws-found-o
             end-if
           end-perform
           if ws-found-o = 0 then
             exit paragraph
           end-if
           if aud-timestamp(1:14) >= ws-op-last-stamp(ws-found-o) then
             move aud-timestamp(1:14)
               to ws-op-last-stamp(ws-found-o)
             move aud-program-id to ws-op-last-program(ws-found-o)
           end-if
           .

      * the last sign-on is the latest of the master's sign-on
      * date, the live audit trail and the password set date.  only
      * a sign-on date on the master proves an idle account has not
      * signed on since: an account without one was last used before
      * the date was kept, so it is listed for review, never disabled
       classify-operators.
           perform varying ws-o from 1 by 1
             until ws-o > ws-oper-count
             move 99999 to ws-op-idle-days(ws-o)
             move spaces to ws-op-seen-date(ws-o)
             if ws-op-last-signon(ws-o) is numeric then
               move ws-op-last-signon(ws-o) to ws-op-seen-date(ws-o)
             end-if
             if ws-op-last-stamp(ws-o) not = spaces
               and ws-op-last-stamp(ws-o)(1:8)
                 > ws-op-seen-date(ws-o) then
               move ws-op-last-stamp(ws-o)(1:8)
                 to ws-op-seen-date(ws-o)
             end-if
             if ws-op-pass-date(ws-o) is numeric
               and ws-op-pass-date(ws-o) > ws-op-seen-date(ws-o) then
               move ws-op-pass-date(ws-o) to ws-op-seen-date(ws-o)
             end-if
             if ws-op-seen-date(ws-o) not = spaces then
               compute ws-seen-int = function integer-of-date(
                 function numval(ws-op-seen-date(ws-o)))
               compute ws-op-idle-days(ws-o) =
                 ws-today-int - ws-seen-int
             end-if
             if ws-op-active(ws-o) = 'Y'
               and ws-op-idle-days(ws-o) > ws-dormant-days then
               if ws-op-last-signon(ws-o) is numeric then
                 move 'Y' to ws-op-dormant(ws-o)
                 add 1 to ws-dormant-count
               else
                 move 'U' to ws-op-dormant(ws-o)
                 add 1 to ws-unproven-count
               end-if
             end-if
             if ws-op-active(ws-o) = 'Y'
               and ws-op-authority(ws-o) = 2 then
               add 1 to ws-supervisor-count
             end-if
           end-perform
           .

       write-review-report.
           move spaces to print-line
           string "OPERATOR ACCESS RECERTIFICATION  " ws-run-date
             "  DORMANT AFTER " ws-dormant-days " DAYS"
             into print-line
           write print-line
           move spaces to print-line
           write print-line
           move spaces to print-line
           string "  ID        NAME                  AUTH ACT TRN"
             "  PWD AGE  LAST SIGN-ON  IDLE   LAST PROGRAM"
             into print-line
           write print-line
           perform varying ws-o from 1 by 1
             until ws-o > ws-oper-count
             perform write-operator-line
           end-perform
           move spaces to print-line
           write print-line
           move spaces to print-line
           string "  OPERATORS: " ws-oper-count
             "  DORMANT AND STILL ACTIVE: " ws-dormant-count
             into print-line
           write print-line
           if ws-unproven-count > 0 then
             move spaces to print-line
             string "  IDLE WITH NO SIGN-ON DATE ON THE MASTER, FOR "
               "REVIEW ONLY: " ws-unproven-count into print-line
             write print-line
           end-if
           .

       write-operator-line.
           if ws-op-pass-date(ws-o) is numeric then
             compute ws-seen-int = function integer-of-date(
               function numval(ws-op-pass-date(ws-o)))
             compute ws-age-disp = ws-today-int - ws-seen-int
             move ws-age-disp to ws-age-text
           else
             move " NONE" to ws-age-text
           end-if
           if ws-op-idle-days(ws-o) = 99999 then
             move "NEVER" to ws-idle-text
           else
             move ws-op-idle-days(ws-o) to ws-age-disp
             move ws-age-disp to ws-idle-text
           end-if
           move spaces to print-line
           string "  " ws-op-id(ws-o) "  " ws-op-name(ws-o) "  "
             ws-op-authority(ws-o) "    " ws-op-active(ws-o) "   "
             ws-op-training(ws-o) "   " ws-age-text "    "
             ws-op-seen-date(ws-o) "      " ws-idle-text
             "  " ws-op-last-program(ws-o)
             into print-line
           if ws-op-dormant(ws-o) = 'Y' then
             move "DORMANT" to print-line(110:7)
           end-if
           if ws-op-dormant(ws-o) = 'U' then
             move "UNPROVEN" to print-line(110:8)
           end-if
           write print-line
           .

      * disabling is the supervisor's decision, not the report's:
      * the supervisor signs on, sees the count, and confirms
       offer-disable-action.
           display ws-dormant-count " DORMANT ACCOUNT(S) STILL ACTIVE"
           display "Supervisor operator ID to disable them "
             "(blank to leave them active)"
           accept ws-operator-id
           if ws-operator-id = spaces then
             exit paragraph
           end-if
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
             move "ACCESS-RECERT" to pc-program-id
             move 'U' to pc-mode-needed
             perform check-program-permit
           end-if
           if so-rejected then
             display so-message
             exit paragraph
           end-if
           display "Set " ws-dormant-count
             " dormant account(s) inactive? (Y/N)"
           accept ws-confirm
           if ws-confirm not = 'Y' and ws-confirm not = 'y' then
             exit paragraph
           end-if
      * the confirming supervisor has just signed on, so is no
      * longer dormant whatever the audit trail said
           perform varying ws-o from 1 by 1
             until ws-o > ws-oper-count
             if ws-op-dormant(ws-o) = 'Y'
               and ws-op-id(ws-o) = ws-operator-id then
               move 'N' to ws-op-dormant(ws-o)
               subtract 1 from ws-dormant-count
             end-if
             if ws-op-dormant(ws-o) = 'Y' then
               move 'N' to ws-op-active(ws-o)
               move 'D' to ws-op-dormant(ws-o)
               add 1 to ws-disabled-count
               move spaces to ws-audit-outcome
               string "DORMANT ID " ws-op-id(ws-o)
                 " SET INACTIVE" into ws-audit-outcome
               perform write-disable-audit-row
             end-if
           end-perform
           display ws-disabled-count " ACCOUNT(S) SET INACTIVE"
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

      * the master is copied through afresh rather than written
      * from the table, since the supervisor's own sign-on may have
      * just updated it through pass-check
       rewrite-operator-master.
           move 'N' to ws-eof
           open input operator-master
           open output master-out
           perform until ws-eof = 'Y'
             read operator-master
               at end move 'Y' to ws-eof
               not at end
                 perform varying ws-o from 1 by 1
                   until ws-o > ws-oper-count
                   if ws-op-id(ws-o) = op-id
                     and ws-op-dormant(ws-o) = 'D' then
                     move 'N' to op-active
                   end-if
                 end-perform
                 move op-record to mo-record
                 write mo-record
             end-read
           end-perform
           close operator-master
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

       write-disabled-lines.
           move spaces to print-line
           write print-line
           move spaces to print-line
           string "  SET INACTIVE BY " ws-operator-id " ON "
             ws-run-date ":" into print-line
           write print-line
           perform varying ws-o from 1 by 1
             until ws-o > ws-oper-count
             if ws-op-dormant(ws-o) = 'D' then
               move spaces to print-line
               string "    " ws-op-id(ws-o) "  " ws-op-name(ws-o)
                 into print-line
               write print-line
             end-if
           end-perform
           .

      * the auditors want the review signed; every active
      * supervisor attests to the list above
       write-sign-off-block.
           move spaces to print-line
           write print-line
           move spaces to print-line
           move "  REVIEWED AND CONFIRMED BY:" to print-line
           write print-line
           perform varying ws-o from 1 by 1
             until ws-o > ws-oper-count
             if ws-op-active(ws-o) = 'Y'
               and ws-op-authority(ws-o) = 2 then
               move spaces to print-line
               write print-line
               move spaces to print-line
               string "    " ws-op-id(ws-o) "  " ws-op-name(ws-o)
                 "  SIGNATURE ____________________"
                 "  DATE __________" into print-line
               write print-line
             end-if
           end-perform
           if ws-supervisor-count = 0 then
             move spaces to print-line
             move "    (NO ACTIVE SUPERVISOR ON THE MASTER)"
               to print-line
             write print-line
           end-if
           .

       set-job-status.
           evaluate true
             when ws-oper-count = 0
               set job-error to true
               move "OPERATOR MASTER NOT ON FILE"
                 to ws-job-message
             when ws-dormant-count > ws-disabled-count
               set job-warning to true
               move spaces to ws-job-message
               string ws-dormant-count
                 " DORMANT ACCOUNT(S) STILL ACTIVE"
                 into ws-job-message
             when ws-unproven-count > 0
               set job-warning to true
               move spaces to ws-job-message
               string ws-unproven-count
                 " IDLE ACCOUNT(S) WITH NO SIGN-ON DATE"
                 into ws-job-message
             when other
               set job-ok to true
               move "ACCESS REVIEW COMPLETE" to ws-job-message
           end-evaluate
           .

      * one row per account disabled, signed by the confirming
      * supervisor, so each removal can be traced on its own
       write-disable-audit-row.
           move "ACCESS-RECERT" to aud-program-id
           move function current-date to aud-timestamp
           move ws-audit-outcome to aud-outcome
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
           .

       write-audit-log.
           move "ACCESS-RECERT" to aud-program-id
           move function current-date to aud-timestamp
           move ws-job-message to aud-outcome
           move ws-job-return-code to aud-return-code
           if ws-disabled-count > 0 then
             move ws-operator-id to aud-operator-id
           else
             move "BATCH" to aud-operator-id
           end-if
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

       end program access-recert.
