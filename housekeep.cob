           organization is line sequential
           file status is ws-generation-status.

           select chain-ctl assign to 'AUDCHAIN.CTL'
           organization is line sequential
           file status is ws-chain-ctl-status.

           select audit-cut assign to 'AUDCUT.CTL'
           organization is line sequential.

           select report-out assign to 'HOUSEKEEP.RPT'
           organization is line sequential.

       fd  generation-out.
       01 gen-out-line pic X(256).

      * the audit chain's head, as audit-chain keeps it
       fd  chain-ctl.
       01 ac-record.
           02 ac-last-sequence pic 9(9).
           02 ac-last-value pic 9(12).
           02 ac-last-stamp pic X(21).

      * where the live AUDIT.LOG takes up the chain after a cut: the
      * sequence and check value of the last row that went to the
      * generation, and the generation's date.  audit-verify starts
      * the chain from here, not from sequence 1
       fd  audit-cut.
       01 cut-record.
           02 cut-last-sequence pic 9(9).
           02 cut-last-value pic 9(12).
           02 cut-gen-date pic X(8).

       fd  report-out.
       01 print-line pic X(80).

       copy "audit-data.copy".

       working-storage section.
       copy "progstat-call.copy".
       copy "rptarch-call.copy".
       copy "status-data.copy".
       01 ws-ctl-status pic XX.
       01 ws-cat-status pic XX.
       01 ws-managed-status pic XX.
       01 ws-generation-status pic XX.
       01 ws-audit-log-status pic XX.
       01 ws-chain-ctl-status pic XX.
       01 ws-managed-name pic X(40).
       01 ws-generation-name pic X(40).
       01 ws-eof pic X value 'N'.

       procedure division.
       main-line.
           move "HOUSEKEEP" to aud-program-id
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           call 'sysdate' using ws-run-date
           compute ws-today-int =
             function integer-of-date(function numval(ws-run-date))
           end-perform
           perform write-report-footer
           close report-out
           move "HOUSEKEEP" to ra-program-id
           move "HOUSEKEEP.RPT" to ra-report-name
           call 'report-archive' using ra-program-id, ra-report-name
           perform save-catalog
           perform set-job-status
           display "JOB STATUS: " ws-job-return-code " "
      * a HOUSEKEEP.CTL control card names the managed logs; with no
      * control card present we fall back to the built-in list of the
      * six ever-growing daily logs, cut daily, five generations kept
      * - except the audit trail and the tally log, whose generations
      * the review reports read back over a month and the month
      * before it, so sixty-two are kept
       load-control.
           move 0 to ws-managed-count
           open input housekeep-ctl
             move 1 to ws-man-cycle-days(ws-m)
             move 5 to ws-man-keep-gens(ws-m)
           end-perform
           move 62 to ws-man-keep-gens(4)
           move 62 to ws-man-keep-gens(6)
           .

       load-catalog.
             close generation-out
             open output managed-out
             close managed-out
             if ws-man-file(ws-m) = 'AUDIT.LOG' then
               perform record-audit-cut
             end-if
             perform record-new-generation
             add 1 to ws-archived-count
             move spaces to print-line
           end-if
           .

      * every row on the chain head went to the generation just
      * cut, so the head is where the emptied log picks up
       record-audit-cut.
           move 0 to cut-last-sequence
           move 0 to cut-last-value
           open input chain-ctl
           if ws-chain-ctl-status = '00' then
             read chain-ctl
               at end continue
               not at end
                 if ac-last-sequence is numeric
                   and ac-last-value is numeric then
                   move ac-last-sequence to cut-last-sequence
                   move ac-last-value to cut-last-value
                 end-if
             end-read
             close chain-ctl
           end-if
           move ws-run-date to cut-gen-date
           open output audit-cut
           write cut-record
           close audit-cut
           .

       record-new-generation.
           move 'N' to ws-eof
           perform varying ws-c from 1 by 1
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
