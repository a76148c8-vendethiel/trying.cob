       identification division.
       program-id. sod-report.

       environment division.
       input-output section.
       file-control.
           select journal-in assign to 'DICOJRNL.DAT'
           organization is line sequential
           file status is ws-journal-status.

           select approval-in assign to 'DICOAPPR.DAT'
           organization is line sequential
           file status is ws-approval-status.

           select entry-master assign to 'ENTRYMST.IDX'
           organization is indexed
           access mode is dynamic
           record key is em-key
           file status is ws-entry-master-status.

           select amend-log assign to 'AMENDLOG.DAT'
           organization is line sequential
           file status is ws-amend-log-status.

           select view-log assign to 'KEYVIEW.LOG'
           organization is line sequential
           file status is ws-view-log-status.

           select entrant-master assign to 'ENTRANT.DAT'
           organization is line sequential
           file status is ws-entrant-master-status.

           select operator-master assign to 'OPERMST.DAT'
           organization is line sequential
           file status is ws-operator-master-status.

           select report-ctl assign to 'SODRPT.CTL'
           organization is line sequential
           file status is ws-report-ctl-status.

           select report-out assign to 'SOD.RPT'
           organization is line sequential.

           select audit-log assign to 'AUDIT.LOG'
           organization is line sequential
           file status is ws-audit-log-status.

           select housekeep-cat assign to 'HOUSEKEEP.CAT'
           organization is line sequential
           file status is ws-cat-status.

           select audit-gen assign dynamic ws-audit-gen-name
           organization is line sequential
           file status is ws-audit-gen-status.

       data division.
       file section.
       fd  journal-in.
       01 jr-record.
           02 jr-date pic X(8).
           02 jr-operator pic X(8).
           02 jr-code pic A(1).
           02 jr-before pic A(25).
           02 jr-after pic A(25).
           02 jr-flags pic X(3).
           02 jr-approver pic X(8).

       fd  approval-in.
       01 ap-record.
           02 ap-code pic A(1).
           02 ap-word pic A(25).
           02 ap-new-word pic A(25).
           02 ap-eff-date pic X(8).
           02 ap-submit-oper pic X(8).
           02 ap-submit-date pic X(8).

       fd  entry-master.
       01 em-record.
           02 em-key.
               03 em-date pic X(8).
               03 em-seq pic 9(6).
           02 em-operator pic X(8).
           02 em-name pic X(20).
           02 em-id pic 9(8).
           02 em-amount pic 9(9).
           02 em-source pic X(1).
           02 em-status pic X(1).
               88 em-posted value space.
               88 em-held value 'H' 'M'.
               88 em-held-amendment value 'M'.
               88 em-rejected value 'R'.

       fd  amend-log.
       01 al-record.
           02 al-date pic X(8).
           02 al-operator pic X(8).
           02 al-seq pic 9(6).
           02 al-id pic 9(8).
           02 al-before-name pic X(20).
           02 al-before-amount pic 9(9).
           02 al-after-name pic X(20).
           02 al-after-amount pic 9(9).
           02 al-override pic X(1).
           02 al-after-id pic X(8).
           02 al-entry-date pic X(8).

       fd  view-log.
       01 kv-record.
           02 kv-view-date pic X(8).
           02 kv-view-time pic X(6).
           02 kv-operator pic X(8).
           02 kv-key-date pic X(8).
           02 kv-key-file pic X(30).

       fd  entrant-master.
       01 en-record.
           02 en-id pic X(8).
           02 en-name pic X(20).
           02 en-town pic X(20).
           02 en-join-date pic X(8).
           02 en-active pic X(1).
           02 en-partner pic X(8).

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

      * control card for the review window; with no card present
      * the report covers the thirty days up to the processing date
       fd  report-ctl.
       01 rc-record.
           02 rc-date-from pic X(8).
           02 rc-date-to pic X(8).

       fd  report-out.
       01 print-line pic X(120).

       fd  audit-log.
       copy "audit-data.copy".

      * housekeep's catalog of the dated generations it has cut
       fd  housekeep-cat.
       01 cat-record.
           02 cat-file-name pic X(30).
           02 cat-gen-date pic X(8).

      * a dated generation of the audit trail; the fields read here
      * sit where audit-data.copy places them
       fd  audit-gen.
       01 ag-record.
           02 ag-program-id pic X(20).
           02 ag-timestamp pic X(21).
           02 filler pic X(40).
           02 ag-operator-id pic X(8).
           02 filler pic X(29).

       working-storage section.
       copy "progstat-call.copy".
       copy "rptarch-call.copy".
       copy "status-data.copy".
       01 ws-journal-status pic XX.
       01 ws-approval-status pic XX.
       01 ws-entry-master-status pic XX.
       01 ws-amend-log-status pic XX.
       01 ws-view-log-status pic XX.
       01 ws-entrant-master-status pic XX.
       01 ws-operator-master-status pic XX.
       01 ws-report-ctl-status pic XX.
       01 ws-audit-log-status pic XX.
       01 ws-cat-status pic XX.
       01 ws-audit-gen-status pic XX.
       01 ws-audit-gen-name pic X(40).
       01 ws-cat-eof pic X(1).
       01 ws-gen-eof pic X(1).
       01 ws-gen-read-count pic 9(3) value 0.
       01 ws-row-program pic X(20).
       01 ws-row-operator pic X(8).
       01 ws-eof pic X value 'N'.
       01 ws-run-date pic X(8).
       01 ws-date-from pic X(8) value spaces.
       01 ws-date-to pic X(8) value spaces.
       01 ws-from-int pic 9(7).
       01 ws-from-date-num pic 9(8).
       01 ws-conflict-count pic 9(5) value 0.
       01 ws-section-count pic 9(5).
       01 ws-joined-count pic 9(5).
       01 ws-amend-by-oper pic 9(5).
       01 ws-audit-date pic X(8).
       01 ws-i pic 9(5).
       01 ws-j pic 9(5).

      * dictionary changes released by a second operator, kept so a
      * pending submission can be set against who approved the
      * word's earlier changes
       78  ws-max-approvals value 2000.
       01 ws-apv-count pic 9(5) value 0.
       01 ws-apv-table.
           02 ws-apv-entry occurs ws-max-approvals times.
               05 ws-apv-word pic X(25).
               05 ws-apv-approver pic X(8).
               05 ws-apv-date pic X(8).

      * amendments inside the window
       78  ws-max-amends value 2000.
       01 ws-amd-count pic 9(5) value 0.
       01 ws-amd-table.
           02 ws-amd-entry occurs ws-max-amends times.
               05 ws-amd-date pic X(8).
               05 ws-amd-operator pic X(8).
               05 ws-amd-seq pic 9(6).
               05 ws-amd-id pic 9(8).

      * answer-key retrievals inside the window
       78  ws-max-views value 500.
       01 ws-kv-count pic 9(5) value 0.
       01 ws-kv-table.
           02 ws-kv-entry occurs ws-max-views times.
               05 ws-kv-view-date pic X(8).
               05 ws-kv-operator pic X(8).
               05 ws-kv-key-date pic X(8).

      * entrant join dates, to show what a registration session did
       78  ws-max-entrants value 500.
       01 ws-ent-count pic 9(5) value 0.
       01 ws-ent-table.
           02 ws-ent-join occurs ws-max-entrants times pic X(8).

       01 ws-overflow pic X(1) value 'N'.

       procedure division.
       main-line.
           move "SOD-REPORT" to aud-program-id
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           call 'sysdate' using ws-run-date
           perform get-report-window
           open output report-out
           perform write-report-header
           perform check-dictionary-duties
           perform check-entry-duties
           perform check-key-view-duties
           perform check-verify-exemptions
           perform write-report-footer
           close report-out
           move "SOD-REPORT" to ra-program-id
           move "SOD.RPT" to ra-report-name
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

      * two-person release stops a submitter approving their own
      * change at dico-approve; this looks for the ones that got
      * through anyway, and for a submitter now queueing a change
      * to a word whose earlier change they approved
       check-dictionary-duties.
           move 0 to ws-section-count
           move spaces to print-line
           move "DICTIONARY CHANGES - SUBMITTER ALSO APPROVER"
             to print-line
           write print-line
           move 'N' to ws-eof
           open input journal-in
           if ws-journal-status = '00' then
             perform until ws-eof = 'Y'
               read journal-in
                 at end move 'Y' to ws-eof
                 not at end perform check-journal-row
               end-read
             end-perform
             close journal-in
           end-if
           move 'N' to ws-eof
           open input approval-in
           if ws-approval-status = '00' then
             perform until ws-eof = 'Y'
               read approval-in
                 at end move 'Y' to ws-eof
                 not at end perform check-pending-approval
               end-read
             end-perform
             close approval-in
           end-if
           perform write-section-none
           .

       check-journal-row.
           if jr-approver = spaces then
             exit paragraph
           end-if
           if ws-apv-count < ws-max-approvals then
             add 1 to ws-apv-count
             move jr-before to ws-apv-word(ws-apv-count)
             move jr-approver to ws-apv-approver(ws-apv-count)
             move jr-date to ws-apv-date(ws-apv-count)
           else
             move 'Y' to ws-overflow
           end-if
           if jr-date >= ws-date-from and jr-date <= ws-date-to
             and jr-approver = jr-operator then
             add 1 to ws-section-count
             add 1 to ws-conflict-count
             move spaces to print-line
             string "  " jr-date "  " jr-operator "  SUBMITTED AND "
               "APPROVED " jr-code " " jr-before " DICOJRNL.DAT"
               into print-line
             write print-line
           end-if
           .

       check-pending-approval.
           if ap-submit-date < ws-date-from
             or ap-submit-date > ws-date-to then
             exit paragraph
           end-if
           perform varying ws-i from 1 by 1 until ws-i > ws-apv-count
             if ws-apv-word(ws-i) = ap-word
               and ws-apv-approver(ws-i) = ap-submit-oper then
               add 1 to ws-section-count
               add 1 to ws-conflict-count
               move spaces to print-line
               string "  " ap-submit-date "  " ap-submit-oper
                 "  QUEUED " ap-code " " ap-word " DICOAPPR.DAT, "
                 "APPROVED ITS CHANGE " ws-apv-date(ws-i)
                 into print-line
               write print-line
             end-if
           end-perform
           .

      * an operator amending an entry they keyed themselves is
      * marking their own work
       check-entry-duties.
           move 0 to ws-section-count
           move spaces to print-line
           write print-line
           move spaces to print-line
           move "ENTRIES - KEYED AND AMENDED BY THE SAME OPERATOR"
             to print-line
           write print-line
           perform load-amendments
           if ws-amd-count > 0 then
             move 'N' to ws-eof
             open input entry-master
             if ws-entry-master-status = '00' then
               perform until ws-eof = 'Y'
                 read entry-master next
                   at end move 'Y' to ws-eof
                   not at end perform check-entry-row
                 end-read
               end-perform
               close entry-master
             end-if
           end-if
           perform write-section-none
           .

       load-amendments.
           move 0 to ws-amd-count
           move 'N' to ws-eof
           open input amend-log
           if ws-amend-log-status = '00' then
             perform until ws-eof = 'Y'
               read amend-log
                 at end move 'Y' to ws-eof
                 not at end
                   if al-date >= ws-date-from
                     and al-date <= ws-date-to then
                     if ws-amd-count < ws-max-amends then
                       add 1 to ws-amd-count
                       move al-date to ws-amd-date(ws-amd-count)
                       move al-operator
                         to ws-amd-operator(ws-amd-count)
                       move al-seq to ws-amd-seq(ws-amd-count)
                       if al-after-id = spaces then
                         move al-id to ws-amd-id(ws-amd-count)
                       else
                         move al-after-id
                           to ws-amd-id(ws-amd-count)
                       end-if
                     else
                       move 'Y' to ws-overflow
                     end-if
                   end-if
               end-read
             end-perform
             close amend-log
           end-if
           .

       check-entry-row.
           if em-source = 'T' then
             exit paragraph
           end-if
           perform varying ws-i from 1 by 1 until ws-i > ws-amd-count
             if ws-amd-seq(ws-i) = em-seq
               and ws-amd-id(ws-i) = em-id
               and ws-amd-operator(ws-i) = em-operator then
               add 1 to ws-section-count
               add 1 to ws-conflict-count
               move spaces to print-line
               string "  " ws-amd-date(ws-i) "  " em-operator
                 "  AMENDED ENTRY " em-date "/" em-seq
                 " ID " em-id " KEYED " em-date
                 " BY SAME OPERATOR" into print-line
               write print-line
             end-if
           end-perform
           .

      * the keystore log against the entrant desk: entrants are
      * registered through entrant-maint, whose audit row names the
      * operator, and the master records the day each one joined.
      * the reader submissions file carries no keying operator, so
      * registration is the side that can be tied to a person.  the
      * live log only holds the rows since housekeep's last cut, so
      * the dated generations cut inside the window are read first
       check-key-view-duties.
           move 0 to ws-section-count
           move spaces to print-line
           write print-line
           move spaces to print-line
           string "ANSWER KEYS - KEY VIEWED AND ENTRANTS REGISTERED "
             "THE SAME DAY" into print-line
           write print-line
           perform load-key-views
           if ws-kv-count > 0 then
             perform load-entrant-joins
             perform scan-audit-generations
             move 'N' to ws-eof
             open input audit-log
             if ws-audit-log-status = '00' then
               perform until ws-eof = 'Y'
                 read audit-log
                   at end move 'Y' to ws-eof
                   not at end
                     move aud-program-id to ws-row-program
                     move aud-timestamp(1:8) to ws-audit-date
                     move aud-operator-id to ws-row-operator
                     perform check-session-row
                 end-read
               end-perform
               close audit-log
             end-if
             move spaces to print-line
             string "  (AUDIT TRAIL READ: LIVE LOG AND "
               ws-gen-read-count " DATED GENERATION(S))"
               into print-line
             write print-line
           end-if
           perform write-section-none
           .

      * a generation holds the rows up to the day it was cut, so
      * every one cut on or after the window's first day is read
       scan-audit-generations.
           move 0 to ws-gen-read-count
           open input housekeep-cat
           if ws-cat-status not = '00' then
             exit paragraph
           end-if
           move 'N' to ws-cat-eof
           perform until ws-cat-eof = 'Y'
             read housekeep-cat
               at end move 'Y' to ws-cat-eof
               not at end
                 if cat-file-name = 'AUDIT.LOG'
                   and cat-gen-date >= ws-date-from then
                   perform scan-one-generation
                 end-if
             end-read
           end-perform
           close housekeep-cat
           .

       scan-one-generation.
           move spaces to ws-audit-gen-name
           string "AUDIT.LOG.G" cat-gen-date into ws-audit-gen-name
           open input audit-gen
           if ws-audit-gen-status not = '00' then
             exit paragraph
           end-if
           add 1 to ws-gen-read-count
           move 'N' to ws-gen-eof
           perform until ws-gen-eof = 'Y'
             read audit-gen
               at end move 'Y' to ws-gen-eof
               not at end
                 move ag-program-id to ws-row-program
                 move ag-timestamp(1:8) to ws-audit-date
                 move ag-operator-id to ws-row-operator
                 perform check-session-row
             end-read
           end-perform
           close audit-gen
           .

       check-session-row.
           if ws-row-program = "ENTRANT-MAINT"
             and ws-audit-date >= ws-date-from
             and ws-audit-date <= ws-date-to then
             perform check-registration-session
           end-if
           .

       load-key-views.
           move 0 to ws-kv-count
           move 'N' to ws-eof
           open input view-log
           if ws-view-log-status = '00' then
             perform until ws-eof = 'Y'
               read view-log
                 at end move 'Y' to ws-eof
                 not at end
                   if kv-view-date >= ws-date-from
                     and kv-view-date <= ws-date-to then
                     if ws-kv-count < ws-max-views then
                       add 1 to ws-kv-count
                       move kv-view-date
                         to ws-kv-view-date(ws-kv-count)
                       move kv-operator
                         to ws-kv-operator(ws-kv-count)
                       move kv-key-date
                         to ws-kv-key-date(ws-kv-count)
                     else
                       move 'Y' to ws-overflow
                     end-if
                   end-if
               end-read
             end-perform
             close view-log
           end-if
           .

       load-entrant-joins.
           move 0 to ws-ent-count
           move 'N' to ws-eof
           open input entrant-master
           if ws-entrant-master-status = '00' then
             perform until ws-eof = 'Y'
               read entrant-master
                 at end move 'Y' to ws-eof
                 not at end
                   if ws-ent-count < ws-max-entrants then
                     add 1 to ws-ent-count
                     move en-join-date to ws-ent-join(ws-ent-count)
                   else
                     move 'Y' to ws-overflow
                   end-if
               end-read
             end-perform
             close entrant-master
           end-if
           .

      * a maintenance session that added nobody is no conflict, so
      * only a day on which entrants actually joined is reported
       check-registration-session.
           perform varying ws-i from 1 by 1 until ws-i > ws-kv-count
             if ws-kv-operator(ws-i) = ws-row-operator
               and ws-kv-view-date(ws-i) = ws-audit-date then
               move 0 to ws-joined-count
               perform varying ws-j from 1 by 1
                 until ws-j > ws-ent-count
                 if ws-ent-join(ws-j) = ws-audit-date then
                   add 1 to ws-joined-count
                 end-if
               end-perform
               if ws-joined-count > 0 then
                 add 1 to ws-section-count
                 add 1 to ws-conflict-count
                 move spaces to print-line
                 string "  " ws-audit-date "  " ws-row-operator
                   "  VIEWED KEY FOR " ws-kv-key-date(ws-i)
                   " (KEYVIEW.LOG), RAN ENTRANT-MAINT; "
                   ws-joined-count " ENTRANT(S) JOINED THAT DAY"
                   into print-line
                 write print-line
               end-if
             end-if
           end-perform
           .

      * an operator excused the second keying of amounts should
      * neither be able to grant that exemption nor alter entries
       check-verify-exemptions.
           move 0 to ws-section-count
           move spaces to print-line
           write print-line
           move spaces to print-line
           move "DUAL-KEY VERIFICATION EXEMPTIONS" to print-line
           write print-line
           move 'N' to ws-eof
           open input operator-master
           if ws-operator-master-status = '00' then
             perform until ws-eof = 'Y'
               read operator-master
                 at end move 'Y' to ws-eof
                 not at end
                   if op-verify-exempt = 'Y' and op-active = 'Y' then
                     perform check-exempt-operator
                   end-if
               end-read
             end-perform
             close operator-master
           end-if
           perform write-section-none
           .

       check-exempt-operator.
           if op-authority = 2 then
             add 1 to ws-section-count
             add 1 to ws-conflict-count
             move spaces to print-line
             string "  " ws-run-date "  " op-id
               "  EXEMPT FROM VERIFICATION AND HOLDS SUPERVISOR "
               "AUTHORITY (OPERMST.DAT)" into print-line
             write print-line
           end-if
           move 0 to ws-amend-by-oper
           perform varying ws-i from 1 by 1 until ws-i > ws-amd-count
             if ws-amd-operator(ws-i) = op-id then
               add 1 to ws-amend-by-oper
             end-if
           end-perform
           if ws-amend-by-oper > 0 then
             add 1 to ws-section-count
             add 1 to ws-conflict-count
             move spaces to print-line
             string "  " ws-run-date "  " op-id
               "  EXEMPT FROM VERIFICATION AND AMENDED "
               ws-amend-by-oper " ENTRY(S) (AMENDLOG.DAT)"
               into print-line
             write print-line
           end-if
           .

       write-section-none.
           if ws-section-count = 0 then
             move spaces to print-line
             move "  (no conflicts)" to print-line
             write print-line
           end-if
           .

       write-report-header.
           move spaces to print-line
           string "SEPARATION OF DUTIES CONFLICTS  " ws-date-from
             " TO " ws-date-to into print-line
           write print-line
           move spaces to print-line
           write print-line
           .

       write-report-footer.
           move spaces to print-line
           write print-line
           move spaces to print-line
           string "  CONFLICTS LISTED: " ws-conflict-count
             into print-line
           write print-line
           if ws-overflow = 'Y' then
             move spaces to print-line
             move "  ** A WORK TABLE FILLED - NOT EVERY ROW CHECKED"
               to print-line
             write print-line
           end-if
           .

      * a conflict is for compliance to look at, not a failed run
       set-job-status.
           evaluate true
             when ws-overflow = 'Y'
               set job-warning to true
               move "WORK TABLE FULL - REVIEW INCOMPLETE"
                 to ws-job-message
             when ws-conflict-count > 0
               set job-warning to true
               move spaces to ws-job-message
               string ws-conflict-count " DUTY CONFLICT(S) LISTED"
                 into ws-job-message
             when other
               set job-ok to true
               move "NO DUTY CONFLICTS FOUND" to ws-job-message
           end-evaluate
           .

       write-audit-log.
           move "SOD-REPORT" to aud-program-id
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

       end program sod-report.
