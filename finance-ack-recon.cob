           02 fs-count pic 9(6).
           02 fs-checksum pic 9(12).
           02 fs-seq pic 9(6).
      * when the feed was written, spaces on rows logged before the
      * field existed
           02 fs-sent-stamp pic X(14).
      * 'J' the ledger journal, 'A' the adjustments, spaces the
      * operator totals feed
           02 fs-feed-type pic X(1).

      * acknowledgment file returned by finance's system: the feed
      * date it loaded, how many records, and the checksum it
      * computed on its side.  the ledger journal is acknowledged
      * on its own row, type 'J', with its line count and debit
      * total; the adjustments on type 'A', with their count and
      * the sum of the differences; the totals feed's rows leave
      * the type blank
       fd  ack-in.
       01 ak-record.
           02 ak-date pic X(8).
           02 ak-count pic 9(6).
           02 ak-checksum pic 9(12).
           02 ak-feed-type pic X(1).

       fd  report-out.
       01 print-line pic X(100).
       copy "audit-data.copy".

       working-storage section.
       copy "progstat-call.copy".
       copy "rptarch-call.copy".
       copy "status-data.copy".
       copy "receipt-data.copy".
       copy "manifest-data.copy".
       01 ws-feed-log-status pic XX.
       01 ws-ack-status pic XX.
       01 ws-audit-log-status pic XX.
       01 ws-unacked pic 9(3) value 0.
       01 ws-unknown-acks pic 9(3) value 0.
       01 ws-overflow-count pic 9(5) value 0.
       01 ws-ack-refused pic X(1) value 'N'.

       78  ws-max-feeds value 100.
       01 ws-feed-count pic 9(3) value 0.
               05 ws-fd-count pic 9(6).
               05 ws-fd-checksum pic 9(12).
               05 ws-fd-acked pic X(1).
               05 ws-fd-type pic X(1).
       01 ws-feed-text pic X(8).
       01 ws-f pic 9(3).
       01 ws-found-f pic 9(3).

       procedure division.
       main-line.
           move "FINANCE-ACK-RECON" to aud-program-id
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           call 'sysdate' using ws-run-date
           compute ws-today-int = function integer-of-date(
             function numval(ws-run-date))
           end-if
           perform write-report-footer
           close report-out
           move "FINANCE-ACK-RECON" to ra-program-id
           move "FINRECN.RPT" to ra-report-name
           call 'report-archive' using ra-program-id, ra-report-name
           perform record-run-manifest
           perform set-job-status
           display "JOB STATUS: " ws-job-return-code " "
             ws-job-message
           stop run
           .

      * the files this run read and wrote, fingerprinted into the
      * run manifest under the run number and step in flight
       record-run-manifest.
           move "FINANCE-ACK-RECON" to rm-program-id
           move "FINSENT.LOG" to rm-file-name
           set rm-read to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           move "FINANCE.ACK" to rm-file-name
           set rm-read to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           move "FINRECN.RPT" to rm-file-name
           set rm-written to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           .

       load-sent-feeds.
           open input feed-log
           if ws-feed-log-status = '00' then
                     move fs-checksum
                       to ws-fd-checksum(ws-feed-count)
                     move 'N' to ws-fd-acked(ws-feed-count)
                     move fs-feed-type to ws-fd-type(ws-feed-count)
                   else
                     add 1 to ws-overflow-count
                   end-if
           end-if
           .

      * an acknowledgment file already reconciled once is refused,
      * so a stale file left in place cannot keep vouching for feeds
      * it was never about - its feeds show unacknowledged instead
       match-acknowledgments.
           move "FINANCE-ACK-RECON" to rcp-program-id
           move "FINANCE.ACK" to rcp-file-name
           set rcp-check to true
           call 'inbound-receipt' using rcp-program-id, rcp-file-name,
               rcp-action, rcp-result, rcp-prior-date,
               rcp-prior-program
           if rcp-refused then
             move 'Y' to ws-ack-refused
             move spaces to print-line
             string "  FINANCE.ACK REFUSED - SAME FILE RECONCILED "
               rcp-prior-date into print-line
             write print-line
             exit paragraph
           end-if
           open input ack-in
           if ws-ack-status = '00' then
             move 'N' to ws-eof
               end-read
             end-perform
             close ack-in
             set rcp-processed to true
             call 'inbound-receipt' using rcp-program-id,
                 rcp-file-name, rcp-action, rcp-result,
                 rcp-prior-date, rcp-prior-program
           else
             move spaces to print-line
             move "  (FINANCE.ACK not found - nothing acknowledged)"
           move 0 to ws-found-f
           perform varying ws-f from 1 by 1
             until ws-f > ws-feed-count or ws-found-f > 0
             if ws-fd-date(ws-f) = ak-date
               and ws-fd-type(ws-f) = ak-feed-type then
               move ws-f to ws-found-f
             end-if
           end-perform
           evaluate ak-feed-type
             when 'J'
               move "JOURNAL " to ws-feed-text
             when 'A'
               move "ADJUST  " to ws-feed-text
             when other
               move spaces to ws-feed-text
           end-evaluate
           if ws-found-f = 0 then
             add 1 to ws-unknown-acks
             move spaces to print-line
             string "  " ak-date " " ws-feed-text
               " ACK FOR FEED WE NEVER RECORDED" into print-line
             write print-line
           else
             move 'Y' to ws-fd-acked(ws-found-f)
               and ak-checksum = ws-fd-checksum(ws-found-f) then
               add 1 to ws-matched
               move spaces to print-line
               string "  " ak-date " " ws-feed-text
                 " MATCHED  " ak-count " RECORDS" into print-line
               write print-line
             else
               add 1 to ws-mismatched
               move spaces to print-line
               string "  " ak-date " " ws-feed-text
                 " MISMATCH  SENT "
                 ws-fd-count(ws-found-f) "/"
                 ws-fd-checksum(ws-found-f)
                 " ACKED " ak-count "/" ak-checksum
           perform varying ws-f from 1 by 1
             until ws-f > ws-feed-count
             if ws-fd-acked(ws-f) not = 'Y' then
               evaluate ws-fd-type(ws-f)
                 when 'J'
                   move "JOURNAL " to ws-feed-text
                 when 'A'
                   move "ADJUST  " to ws-feed-text
                 when other
                   move spaces to ws-feed-text
               end-evaluate
               compute ws-sent-int = function integer-of-date(
                 function numval(ws-fd-date(ws-f)))
               compute ws-age-days = ws-today-int - ws-sent-int
               if ws-age-days > 0 then
                 add 1 to ws-unacked
                 move spaces to print-line
                 string "  " ws-fd-date(ws-f) " " ws-feed-text
                   " " ws-fd-count(ws-f) " RECORDS, SENT "
                   ws-age-days " DAY(S) AGO" into print-line
                 write print-line
               else
                 move spaces to print-line
                 string "  " ws-fd-date(ws-f) " " ws-feed-text
                   " SENT TODAY - ACK NOT YET DUE"
                   into print-line
                 write print-line
               end-if
      * checksum mismatch is worth stopping the chain for
       set-job-status.
           evaluate true
             when ws-ack-refused = 'Y'
               set job-warning to true
               move "FINANCE.ACK ALREADY RECONCILED - REFUSED"
                 to ws-job-message
             when ws-mismatched > 0
               set job-error to true
               move "FEED CHECKSUM MISMATCH" to ws-job-message
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
