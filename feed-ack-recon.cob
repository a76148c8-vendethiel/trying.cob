           organization is line sequential
           file status is ws-ack-status.

           select ack-log assign to 'FEEDACK.LOG'
           organization is line sequential
           file status is ws-ack-log-status.

           select report-out assign to 'FEEDRECN.RPT'
           organization is line sequential.

           02 fs-count pic 9(6).
           02 fs-checksum pic 9(12).
           02 fs-seq pic 9(6).
      * when the feed was written, spaces on rows logged before the
      * field existed
           02 fs-sent-stamp pic X(14).

      * acknowledgment file returned by the allocation system: the
      * feed date it loaded, how many records, and the checksum it
           02 ak-count pic 9(6).
           02 ak-checksum pic 9(12).

      * every acknowledgment reconciled, kept once RANDOM.ACK itself
      * is overwritten by the next delivery, so "was feed n ever
      * loaded" can be answered after the fact
       fd  ack-log.
       01 fa-record.
           02 fa-date pic X(8).
           02 fa-seq pic 9(6).
           02 fa-count pic 9(6).
           02 fa-checksum pic 9(12).
           02 fa-outcome pic X(1).
               88 fa-matched value 'M'.
               88 fa-mismatched value 'X'.
           02 fa-recon-date pic X(8).

       fd  report-out.
       01 print-line pic X(100).

       copy "audit-data.copy".

       working-storage section.
       copy "progstat-call.copy".
       copy "rptarch-call.copy".
       copy "status-data.copy".
       copy "receipt-data.copy".
       01 ws-feed-log-status pic XX.
       01 ws-ack-status pic XX.
       01 ws-ack-log-status pic XX.
       01 ws-audit-log-status pic XX.
       01 ws-eof pic X value 'N'.
       01 ws-run-date pic X(8).
       01 ws-unacked pic 9(3) value 0.
       01 ws-unknown-acks pic 9(3) value 0.
       01 ws-overflow-count pic 9(5) value 0.
       01 ws-ack-refused pic X(1) value 'N'.

       78  ws-max-feeds value 100.
       01 ws-feed-count pic 9(3) value 0.
               05 ws-fd-date pic X(8).
               05 ws-fd-count pic 9(6).
               05 ws-fd-checksum pic 9(12).
               05 ws-fd-seq pic 9(6).
               05 ws-fd-acked pic X(1).
       01 ws-f pic 9(3).
       01 ws-found-f pic 9(3).

       procedure division.
       main-line.
           move "FEED-ACK-RECON" to aud-program-id
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           call 'sysdate' using ws-run-date
           compute ws-today-int = function integer-of-date(
             function numval(ws-run-date))
           end-if
           perform write-report-footer
           close report-out
           move "FEED-ACK-RECON" to ra-program-id
           move "FEEDRECN.RPT" to ra-report-name
           call 'report-archive' using ra-program-id, ra-report-name
           perform set-job-status
           display "JOB STATUS: " ws-job-return-code " "
             ws-job-message
                     move fs-count to ws-fd-count(ws-feed-count)
                     move fs-checksum
                       to ws-fd-checksum(ws-feed-count)
                     move fs-seq to ws-fd-seq(ws-feed-count)
                     move 'N' to ws-fd-acked(ws-feed-count)
                   else
                     add 1 to ws-overflow-count
           end-if
           .

      * an acknowledgment file already reconciled once is refused,
      * so a stale file left in place cannot keep vouching for feeds
      * it was never about - its feeds show unacknowledged instead
       match-acknowledgments.
           move "FEED-ACK-RECON" to rcp-program-id
           move "RANDOM.ACK" to rcp-file-name
           set rcp-check to true
           call 'inbound-receipt' using rcp-program-id, rcp-file-name,
               rcp-action, rcp-result, rcp-prior-date,
               rcp-prior-program
           if rcp-refused then
             move 'Y' to ws-ack-refused
             move spaces to print-line
             string "  RANDOM.ACK REFUSED - SAME FILE RECONCILED "
               rcp-prior-date into print-line
             write print-line
             exit paragraph
           end-if
           open input ack-in
           if ws-ack-status = '00' then
             open extend ack-log
             if ws-ack-log-status = '35' then
               open output ack-log
             end-if
             move 'N' to ws-eof
             perform until ws-eof = 'Y'
               read ack-in
                 not at end perform match-one-ack
               end-read
             end-perform
             close ack-log
             close ack-in
             set rcp-processed to true
             call 'inbound-receipt' using rcp-program-id,
                 rcp-file-name, rcp-action, rcp-result,
                 rcp-prior-date, rcp-prior-program
           else
             move spaces to print-line
             move "  (RANDOM.ACK not found - nothing acknowledged)"
               string "  " ak-date "  MATCHED  "
                 ak-count " RECORDS" into print-line
               write print-line
               set fa-matched to true
               perform log-acknowledgment
             else
               add 1 to ws-mismatched
               move spaces to print-line
                 " ACKED " ak-count "/" ak-checksum
                 into print-line
               write print-line
               set fa-mismatched to true
               perform log-acknowledgment
             end-if
           end-if
           .

       log-acknowledgment.
           move ak-date to fa-date
           move ws-fd-seq(ws-found-f) to fa-seq
           move ak-count to fa-count
           move ak-checksum to fa-checksum
           move ws-run-date to fa-recon-date
           write fa-record
           .

      * feeds with no acknowledgment at all, aged so a feed that has
      * sat unloaded for days stands out before the phone rings
       list-unacknowledged.

       set-job-status.
           evaluate true
             when ws-ack-refused = 'Y'
               set job-warning to true
               move "RANDOM.ACK ALREADY RECONCILED - REFUSED"
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
