       identification division.
       program-id. audit-verify.

       environment division.
       input-output section.
       file-control.
           select audit-in assign to 'AUDIT.LOG'
           organization is line sequential
           file status is ws-audit-in-status.

           select chain-ctl assign to 'AUDCHAIN.CTL'
           organization is line sequential
           file status is ws-chain-ctl-status.

           select audit-cut assign to 'AUDCUT.CTL'
           organization is line sequential
           file status is ws-audit-cut-status.

           select report-out assign to 'AUDVERIFY.RPT'
           organization is line sequential.

       data division.
       file section.
       fd  audit-in.
       copy "audit-data.copy".

       fd  chain-ctl.
       01 ac-record.
           02 ac-last-sequence pic 9(9).
           02 ac-last-value pic 9(12).
           02 ac-last-stamp pic X(21).

      * where housekeep's last cut of AUDIT.LOG left the chain; the
      * live log's first row links to this, not to sequence 1
       fd  audit-cut.
       01 cut-record.
           02 cut-last-sequence pic 9(9).
           02 cut-last-value pic 9(12).
           02 cut-gen-date pic X(8).

       fd  report-out.
       01 print-line pic X(100).

       working-storage section.
       copy "progstat-call.copy".
       copy "rptarch-call.copy".
       copy "status-data.copy".
       01 ws-audit-in-status pic XX.
       01 ws-chain-ctl-status pic XX.
       01 ws-audit-cut-status pic XX.
       01 ws-cut-found pic X(1) value 'N'.
       01 ws-cut-sequence pic 9(9) value 0.
       01 ws-cut-value pic 9(12) value 0.
       01 ws-cut-date pic X(8) value spaces.
       01 ws-unanchored-count pic 9(6) value 0.
       01 ws-eof pic X value 'N'.
       01 ws-run-date pic X(8).
       01 ws-row-number pic 9(9) value 0.
       01 ws-legacy-count pic 9(9) value 0.
       01 ws-chained-count pic 9(9) value 0.
       01 ws-break-count pic 9(6) value 0.
       01 ws-gap-count pic 9(6) value 0.
       01 ws-order-count pic 9(6) value 0.
       01 ws-chain-started pic X(1) value 'N'.
       01 ws-prev-sequence pic 9(9) value 0.
       01 ws-prev-value pic 9(12) value 0.
       01 ws-prev-stamp pic X(16) value spaces.
       01 ws-expected-value pic 9(12).
       01 ws-first-break-row pic 9(9) value 0.
       01 ws-gap-from pic 9(9).
       01 ws-gap-to pic 9(9).

       procedure division.
       main-line.
           move "AUDIT-VERIFY" to aud-program-id
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           call 'sysdate' using ws-run-date
           perform load-cut-anchor
           open output report-out
           perform write-report-header
           open input audit-in
           if ws-audit-in-status not = '00' then
             move spaces to print-line
             move "  (AUDIT.LOG not found - nothing to verify)"
               to print-line
             write print-line
           else
             move 'N' to ws-eof
             perform until ws-eof = 'Y'
               read audit-in
                 at end move 'Y' to ws-eof
                 not at end
                   add 1 to ws-row-number
                   perform verify-one-row
               end-read
             end-perform
             close audit-in
             perform check-chain-head
           end-if
           perform write-report-footer
           close report-out
           move "AUDIT-VERIFY" to ra-program-id
           move "AUDVERIFY.RPT" to ra-report-name
           call 'report-archive' using ra-program-id, ra-report-name
           perform set-job-status
           display "JOB STATUS: " ws-job-return-code " "
             ws-job-message
           perform write-audit-log
           move ws-job-return-code to return-code
           stop run
           .

      * rows from before chaining began carry no sequence and are
      * only counted; once the chain has started, an unchained row
      * is one that was put there by hand
       verify-one-row.
           if aud-sequence is not numeric then
             if ws-chain-started = 'N' then
               add 1 to ws-legacy-count
             else
               add 1 to ws-break-count
               move spaces to print-line
               string "  ROW " ws-row-number
                 "  UNCHAINED ROW INSIDE THE CHAIN: "
                 aud-program-id into print-line
               write print-line
               perform note-first-break
             end-if
             exit paragraph
           end-if
           add 1 to ws-chained-count
           if ws-chain-started = 'N' then
             move 'Y' to ws-chain-started
             move ws-cut-sequence to ws-prev-sequence
             move ws-cut-value to ws-prev-value
             perform check-first-row
           else
             if aud-sequence not = ws-prev-sequence + 1 then
               if aud-sequence > ws-prev-sequence then
                 compute ws-gap-from = ws-prev-sequence + 1
                 perform report-gap
               else
                 add 1 to ws-gap-count
                 move spaces to print-line
                 string "  ROW " ws-row-number "  SEQUENCE "
                   aud-sequence " REPEATS OR RUNS BACKWARD AFTER "
                   ws-prev-sequence into print-line
                 write print-line
               end-if
             end-if
           end-if
      * a link is only checkable against the row truly before it;
      * after a gap the prior value is not on file
           if aud-sequence = ws-prev-sequence + 1 then
             call 'chain-value' using ws-prev-value, aud-record,
                 ws-expected-value
             if ws-expected-value not = aud-chain-value then
               add 1 to ws-break-count
               move spaces to print-line
               string "  ROW " ws-row-number "  SEQUENCE "
                 aud-sequence "  BROKEN LINK - ROW ALTERED: "
                 aud-program-id into print-line
               write print-line
               perform note-first-break
             end-if
           end-if
           if ws-prev-stamp not = spaces
             and aud-timestamp(1:16) < ws-prev-stamp then
             add 1 to ws-order-count
             move spaces to print-line
             string "  ROW " ws-row-number "  SEQUENCE "
               aud-sequence "  STAMPED " aud-timestamp(1:14)
               " BEFORE THE ROW AHEAD OF IT" into print-line
             write print-line
           end-if
           move aud-sequence to ws-prev-sequence
           move aud-chain-value to ws-prev-value
           move aud-timestamp(1:16) to ws-prev-stamp
           .

      * the first chained row follows the cut anchor, or is the
      * first row ever written.  a log that starts later with no
      * anchor on file was cut before anchors were kept: its start
      * cannot be proven either way, so it is only warned about
       check-first-row.
           evaluate true
             when aud-sequence = ws-prev-sequence + 1
               continue
             when ws-cut-found = 'N' and aud-sequence > 1
               add 1 to ws-unanchored-count
               move spaces to print-line
               string "  ROW " ws-row-number "  LOG STARTS AT SEQUENCE "
                 aud-sequence " - NO CUT ANCHOR, START NOT PROVEN"
                 into print-line
               write print-line
             when aud-sequence > ws-prev-sequence
               compute ws-gap-from = ws-prev-sequence + 1
               perform report-gap
             when other
               add 1 to ws-gap-count
               move spaces to print-line
               string "  ROW " ws-row-number "  SEQUENCE "
                 aud-sequence " AT OR BEFORE THE CUT ANCHOR "
                 ws-prev-sequence into print-line
               write print-line
               perform note-first-break
           end-evaluate
           .

       report-gap.
           add 1 to ws-gap-count
           compute ws-gap-to = aud-sequence - 1
           move spaces to print-line
           string "  ROW " ws-row-number "  GAP - SEQUENCE "
             ws-gap-from " TO " ws-gap-to " MISSING" into print-line
           write print-line
           perform note-first-break
           .

       note-first-break.
           if ws-first-break-row = 0 then
             move ws-row-number to ws-first-break-row
           end-if
           .

      * the chain head names the last row written; a log ending
      * short of it has lost its tail
       check-chain-head.
           open input chain-ctl
           if ws-chain-ctl-status not = '00' then
             if ws-chained-count > 0 then
               add 1 to ws-gap-count
               move spaces to print-line
               move "  AUDCHAIN.CTL MISSING - TAIL CANNOT BE PROVEN"
                 to print-line
               write print-line
             end-if
             exit paragraph
           end-if
           read chain-ctl
             at end move 0 to ac-last-sequence
           end-read
           close chain-ctl
           if ac-last-sequence is not numeric then
             move 0 to ac-last-sequence
           end-if
      * a log emptied by the cut and not yet written to ends where
      * the cut left it
           if ws-chain-started = 'N' then
             move ws-cut-sequence to ws-prev-sequence
             move ws-cut-value to ws-prev-value
           end-if
           if ac-last-sequence > ws-prev-sequence then
             add 1 to ws-gap-count
             compute ws-gap-from = ws-prev-sequence + 1
             move spaces to print-line
             string "  TAIL - LOG ENDS AT SEQUENCE " ws-prev-sequence
               ", ROWS " ws-gap-from " TO " ac-last-sequence
               " MISSING" into print-line
             write print-line
             perform note-first-break
           else
             if ac-last-sequence = ws-prev-sequence
               and ac-last-value not = ws-prev-value then
               add 1 to ws-break-count
               move spaces to print-line
               move "  TAIL - LAST ROW DOES NOT MATCH THE CHAIN HEAD"
                 to print-line
               write print-line
               perform note-first-break
             end-if
           end-if
           .

       load-cut-anchor.
           open input audit-cut
           if ws-audit-cut-status = '00' then
             read audit-cut
               at end continue
               not at end
                 if cut-last-sequence is numeric
                   and cut-last-value is numeric then
                   move 'Y' to ws-cut-found
                   move cut-last-sequence to ws-cut-sequence
                   move cut-last-value to ws-cut-value
                   move cut-gen-date to ws-cut-date
                 end-if
             end-read
             close audit-cut
           end-if
           .

       write-report-header.
           move spaces to print-line
           string "AUDIT LOG CHAIN VERIFICATION  " ws-run-date
             into print-line
           write print-line
           if ws-cut-found = 'Y' then
             move spaces to print-line
             string "  CHAIN TAKEN UP FROM SEQUENCE " ws-cut-sequence
               ", LAST CUT TO AUDIT.LOG.G" ws-cut-date into print-line
             write print-line
           end-if
           move spaces to print-line
           write print-line
           .

       write-report-footer.
           move spaces to print-line
           write print-line
           move spaces to print-line
           if ws-first-break-row = 0 then
             move "  CHAIN INTACT" to print-line
           else
             string "  FIRST BROKEN LINK AT ROW " ws-first-break-row
               into print-line
           end-if
           write print-line
           move spaces to print-line
           string "  ROWS: " ws-row-number
             "  CHAINED: " ws-chained-count
             "  BEFORE CHAINING: " ws-legacy-count into print-line
           write print-line
           move spaces to print-line
           string "  BROKEN LINKS: " ws-break-count
             "  GAPS: " ws-gap-count
             "  OUT OF ORDER: " ws-order-count into print-line
           write print-line
           .

      * stamps can cross by a second when two jobs close together,
      * so order alone only warns; a broken link or a gap is an
      * error the auditors hear about
       set-job-status.
           evaluate true
             when ws-break-count > 0 or ws-gap-count > 0
               set job-error to true
               move spaces to ws-job-message
               string "AUDIT CHAIN BROKEN AT ROW "
                 ws-first-break-row into ws-job-message
             when ws-order-count > 0
               set job-warning to true
               move "AUDIT CHAIN INTACT, ROWS OUT OF ORDER"
                 to ws-job-message
             when ws-unanchored-count > 0
               set job-warning to true
               move "AUDIT CHAIN INTACT, START NOT ANCHORED"
                 to ws-job-message
             when other
               set job-ok to true
               move "AUDIT CHAIN INTACT" to ws-job-message
           end-evaluate
           .

       write-audit-log.
           move "AUDIT-VERIFY" to aud-program-id
           move function current-date to aud-timestamp
           move ws-job-message to aud-outcome
           move ws-job-return-code to aud-return-code
           move "BATCH" to aud-operator-id
           call 'runnum' using aud-run-number
           open extend audit-in
           if ws-audit-in-status = "35" then
             open output audit-in
           end-if
           call 'audit-chain' using aud-record
           write aud-record
           close audit-in
           set pst-end to true
           call 'prog-status' using pst-action, aud-record
           if ws-job-return-code not = 0 then
             call 'raise-alert' using aud-record
           end-if
           .

       end program audit-verify.
