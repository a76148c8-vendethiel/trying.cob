           02 em-id pic 9(8).
           02 em-amount pic 9(9).
      * source marker: 'T' on summary records the tally posting
      * bridge wrote, 'S' on entries standing-gen generated from a
      * standing template, spaces on operator-keyed rows
           02 em-source pic X(1).
      * release state under the operator's amount limit: 'H' held
      * for a supervisor before finance has the entry, 'M' a held
      * amendment to an entry finance already has, 'R' rejected;
      * spaces are posted entries
           02 em-status pic X(1).
               88 em-posted value space.
               88 em-held value 'H' 'M'.
               88 em-held-amendment value 'M'.
               88 em-rejected value 'R'.

       fd  report-out.
       01 print-line pic X(100).
       copy "audit-data.copy".

       working-storage section.
       copy "progstat-call.copy".
       copy "rptarch-call.copy".
       copy "status-data.copy".
       copy "payeechk-data.copy".
       01 ws-entry-master-status pic XX.
       01 ws-audit-log-status pic XX.
       01 ws-eof pic X value 'N'.
       01 ws-run-date pic X(8).
       01 ws-entry-count pic 9(6) value 0.
       01 ws-amount-total pic 9(12) value 0.
       01 ws-source-text pic X(8).
       01 ws-status-text pic X(8).
       01 ws-held-count pic 9(6) value 0.
       01 ws-held-total pic 9(12) value 0.
       01 ws-payee-text pic X(22).
       01 ws-inactive-seen pic X(1) value 'N'.

      * posted money by payee id, in the order the ids first appear
       78  ws-max-payees value 500.
       01 ws-pay-count pic 9(3) value 0.
       01 ws-pay-overflow pic 9(6) value 0.
       01 ws-pay-table.
           02 ws-pay-entry occurs ws-max-payees times.
               05 ws-pay-id pic 9(8).
               05 ws-pay-name pic X(20).
               05 ws-pay-count-n pic 9(6).
               05 ws-pay-amount pic 9(12).
       01 ws-p pic 9(3).
       01 ws-found-p pic 9(3).

       procedure division.
       main-line.
           move "ENTRY-REGISTER" to aud-program-id
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           call 'sysdate' using ws-run-date
           open output report-out
           move spaces to print-line
           write print-line
           move spaces to print-line
           string "  SEQ     OPERATOR  NAME                  ID"
             "  AMOUNT  SOURCE    STATUS" into print-line
           write print-line
           open input entry-master
           if ws-entry-master-status = '00' then
           string "  ENTRIES: " ws-entry-count
             "  AMOUNT TOTAL: " ws-amount-total into print-line
           write print-line
           if ws-held-count > 0 then
             move spaces to print-line
             string "  HELD OR REJECTED, NOT IN TOTAL: " ws-held-count
               "  AMOUNT: " ws-held-total into print-line
             write print-line
           end-if
           perform list-payee-totals
           close report-out
           move "ENTRY-REGISTER" to ra-program-id
           move "ENTRYREG.RPT" to ra-report-name
           call 'report-archive' using ra-program-id, ra-report-name
           perform set-job-status
           display "JOB STATUS: " ws-job-return-code " "
             ws-job-message
           stop run
           .

      * held and rejected entries are listed, so the day's keying
      * is all there, but only posted money makes the total
       list-one-entry.
           add 1 to ws-entry-count
           evaluate true
             when em-posted
               add em-amount to ws-amount-total
               move spaces to ws-status-text
               perform add-payee-total
             when em-rejected
               add 1 to ws-held-count
               add em-amount to ws-held-total
               move "REJECTED" to ws-status-text
             when other
               add 1 to ws-held-count
               add em-amount to ws-held-total
               move "HELD" to ws-status-text
           end-evaluate
           move spaces to print-line
      * generated entries are listed for the desk to review like
      * any keyed entry - nobody keyed them, so this is the look
           evaluate em-source
             when 'T'
               move "POSTED" to ws-source-text
             when 'S'
               move "STANDING" to ws-source-text
             when other
               move "KEYED" to ws-source-text
           end-evaluate
           string "  " em-seq "  " em-operator "  " em-name "  "
             em-id "  " em-amount "  " ws-source-text "  "
             ws-status-text into print-line
           write print-line
           .

       add-payee-total.
           move 0 to ws-found-p
           perform varying ws-p from 1 by 1
             until ws-p > ws-pay-count or ws-found-p > 0
             if ws-pay-id(ws-p) = em-id then
               move ws-p to ws-found-p
             end-if
           end-perform
           if ws-found-p = 0 then
             if ws-pay-count < ws-max-payees then
               add 1 to ws-pay-count
               move ws-pay-count to ws-found-p
               move em-id to ws-pay-id(ws-found-p)
               move em-name to ws-pay-name(ws-found-p)
               move 0 to ws-pay-count-n(ws-found-p)
               move 0 to ws-pay-amount(ws-found-p)
             else
               add 1 to ws-pay-overflow
               exit paragraph
             end-if
           end-if
           add 1 to ws-pay-count-n(ws-found-p)
           add em-amount to ws-pay-amount(ws-found-p)
           .

      * one line per payee under the name the payee master has it
      * registered as, so a payee keyed under two spellings before
      * the master existed still totals once.  the tally bridge's
      * session rows carry no payee and total under their own name
       list-payee-totals.
           move spaces to print-line
           write print-line
           move spaces to print-line
           move "  POSTED TOTALS BY PAYEE" to print-line
           write print-line
           move spaces to print-line
           string "  ID        NAME                    COUNT"
             "  AMOUNT" into print-line
           write print-line
           perform varying ws-p from 1 by 1
             until ws-p > ws-pay-count
             move ws-pay-name(ws-p) to ws-payee-text
             if ws-pay-id(ws-p) not = 0 then
               set pk-lookup to true
               move ws-pay-id(ws-p) to pk-id
               call 'payee-check' using pk-action, pk-keyed, pk-id,
                   pk-check-digit, pk-name, pk-result, pk-message
               evaluate true
                 when pk-valid
                   move pk-name to ws-payee-text
                 when pk-inactive
                   move pk-name to ws-payee-text
                   move "*" to ws-payee-text(21:1)
                   move 'Y' to ws-inactive-seen
                 when other
                   move "(NOT ON PAYEE MASTER)" to ws-payee-text
               end-evaluate
             end-if
             move spaces to print-line
             string "  " ws-pay-id(ws-p) "  " ws-payee-text "  "
               ws-pay-count-n(ws-p) "  " ws-pay-amount(ws-p)
               into print-line
             write print-line
           end-perform
           if ws-pay-overflow > 0 then
             move spaces to print-line
             string "  PAYEE TABLE FULL - " ws-pay-overflow
               " ENTRY(S) NOT IN PAYEE TOTALS" into print-line
             write print-line
           end-if
           if ws-inactive-seen = 'Y' then
             move spaces to print-line
             move "  * PAYEE NOW INACTIVE ON THE PAYEE MASTER"
               to print-line
             write print-line
           end-if
           .

       set-job-status.
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
