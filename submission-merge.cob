       identification division.
       program-id. submission-merge.

       environment division.
       input-output section.
       file-control.
           select channel-in assign dynamic ws-channel-file
           organization is line sequential
           file status is ws-channel-status.

           select merged-out assign to 'SUBMISSN.DAT'
           organization is line sequential.

           select loser-out assign to 'SUBMISSN.XCH'
           organization is line sequential.

           select channel-log assign to 'CHANNEL.DAT'
           organization is line sequential
           file status is ws-channel-log-status.

           select report-out assign to 'SUBMERGE.RPT'
           organization is line sequential.

           select audit-log assign to 'AUDIT.LOG'
           organization is line sequential
           file status is ws-audit-log-status.

       data division.
       file section.
      * one channel's answers as it delivers them: the submission
      * and the time the channel received it, yyyymmddhhmmss - the
      * post is stamped when the envelope is opened and keyed
       fd  channel-in.
       01 ci-record.
           02 ci-entrant-id pic X(8).
           02 ci-puzzle-date pic X(8).
           02 ci-answer pic X(40).
           02 ci-received pic X(14).

      * the day's submissions, every channel in one file and each
      * answer stamped with the channel it came by
       fd  merged-out.
       01 mo-record.
           02 mo-entrant-id pic X(8).
           02 mo-puzzle-date pic X(8).
           02 mo-answer pic X(40).
           02 mo-channel pic X(1).
           02 mo-received pic X(14).

      * answers that lost to the same entrant's earlier answer to
      * the same puzzle by another channel, in the reject layout;
      * the edit takes them into the day's SUBMISSN.REJ
       fd  loser-out.
       01 lo-record.
           02 lo-entrant-id pic X(8).
           02 lo-puzzle-date pic X(8).
           02 lo-answer pic X(40).
           02 lo-reason pic X(16).
           02 lo-channel pic X(1).

       fd  channel-log.
       copy "channel-data.copy".

       fd  report-out.
       01 print-line pic X(100).

       fd  audit-log.
       copy "audit-data.copy".

       working-storage section.
       copy "progstat-call.copy".
       copy "rptarch-call.copy".
       copy "manifest-data.copy".
       copy "status-data.copy".
       copy "receipt-data.copy".
       01 ws-channel-status pic XX.
       01 ws-channel-log-status pic XX.
       01 ws-audit-log-status pic XX.
       01 ws-eof pic X value 'N'.
       01 ws-run-date pic X(8).
       01 ws-channel-file pic X(40).
       01 ws-files-found pic 9(1) value 0.
       01 ws-files-refused pic 9(1) value 0.
       01 ws-files-taken pic 9(1) value 0.
       01 ws-table-full pic X(1) value 'N'.
       01 ws-read-count pic 9(5) value 0.
       01 ws-kept-count pic 9(5) value 0.
       01 ws-lost-count pic 9(5) value 0.

      * the channels, each with its inbound file and the order it
      * wins a tie in when two stamps are the same to the second
       01 ws-channel-values.
           02 filler pic X(33) value 'PSUBMPOST.DAT        POST'.
           02 filler pic X(33) value 'TSUBMPHON.DAT        PHONE LINE'.
           02 filler pic X(33) value 'WSUBMWEB.DAT         WEB FORM'.
       01 ws-channel-table redefines ws-channel-values.
           02 ws-channel-entry occurs 3 times.
               05 ws-ch-code pic X(1).
               05 ws-ch-file pic X(20).
               05 ws-ch-label pic X(12).
       78  ws-channel-count value 3.
       01 ws-c pic 9(1).
       01 ws-ch-taken pic X(1) occurs 3 times.
       01 ws-ch-read pic 9(5) occurs 3 times.
       01 ws-ch-kept pic 9(5) occurs 3 times.
       01 ws-ch-lost pic 9(5) occurs 3 times.

      * every answer of the day, held so each entrant and puzzle
      * date can be settled across channels before any is written
       78  ws-max-subs value 3000.
       01 ws-sub-count pic 9(4) value 0.
       01 ws-sub-table.
           02 ws-sub-entry occurs ws-max-subs times.
               05 ws-su-entrant pic X(8).
               05 ws-su-date pic X(8).
               05 ws-su-answer pic X(40).
               05 ws-su-received pic X(14).
               05 ws-su-channel pic 9(1).
       01 ws-s pic 9(4).

      * for each entrant and puzzle date, the channel whose answer
      * came in first
       78  ws-max-keys value 3000.
       01 ws-key-count pic 9(4) value 0.
       01 ws-key-table.
           02 ws-key-entry occurs ws-max-keys times.
               05 ws-ky-entrant pic X(8).
               05 ws-ky-date pic X(8).
               05 ws-ky-received pic X(14).
               05 ws-ky-channel pic 9(1).
       01 ws-k pic 9(4).
       01 ws-found-k pic 9(4).
       01 ws-stamp pic X(14).

       procedure division.
       main-line.
           move "SUBMISSION-MERGE" to aud-program-id
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           call 'sysdate' using ws-run-date
           open output report-out
           perform write-report-header
           perform varying ws-c from 1 by 1
             until ws-c > ws-channel-count
             perform take-channel-file
           end-perform
      * with no channel files delivered the day's SUBMISSN.DAT is
      * the one put together by hand, and it is left as it is
           if ws-files-found = 0 then
             move spaces to print-line
             move "  NO CHANNEL FILES - SUBMISSN.DAT LEFT AS DELIVERED"
               to print-line
             write print-line
           else
      * every channel delivered being refused leaves the merge of
      * the first delivery standing
             if ws-table-full = 'N' and ws-files-taken > 0 then
               perform settle-channels
               perform write-merged-file
               perform mark-channels-processed
               perform write-channel-counts
               perform record-run-manifest
             end-if
           end-if
           close report-out
           move "SUBMISSION-MERGE" to ra-program-id
           move "SUBMERGE.RPT" to ra-report-name
           call 'report-archive' using ra-program-id, ra-report-name
           perform set-job-status
           display "JOB STATUS: " ws-job-return-code " "
             ws-job-message
           perform write-audit-log
           move ws-job-return-code to return-code
           stop run
           .

      * a channel file already posted is refused whole, like any
      * other repeated delivery; the other channels still go in
       take-channel-file.
           move 'N' to ws-ch-taken(ws-c)
           move 0 to ws-ch-read(ws-c)
           move 0 to ws-ch-kept(ws-c)
           move 0 to ws-ch-lost(ws-c)
           move ws-ch-file(ws-c) to ws-channel-file
           move "SUBMISSION-MERGE" to rcp-program-id
           move ws-channel-file to rcp-file-name
           set rcp-check to true
           call 'inbound-receipt' using rcp-program-id, rcp-file-name,
               rcp-action, rcp-result, rcp-prior-date,
               rcp-prior-program
           if rcp-absent then
             move spaces to print-line
             string "  " ws-ch-label(ws-c) "  " ws-channel-file
               "  NOT DELIVERED" delimited by size into print-line
             write print-line
             exit paragraph
           end-if
           add 1 to ws-files-found
           if rcp-refused then
             add 1 to ws-files-refused
             move spaces to print-line
             string "  " ws-ch-label(ws-c) "  " ws-channel-file
               "  REFUSED - SAME FILE PROCESSED " rcp-prior-date
               " BY " rcp-prior-program delimited by size
               into print-line
             write print-line
             exit paragraph
           end-if
           open input channel-in
           if ws-channel-status not = '00' then
             exit paragraph
           end-if
           move 'Y' to ws-ch-taken(ws-c)
           add 1 to ws-files-taken
           move 'N' to ws-eof
           perform until ws-eof = 'Y'
             read channel-in
               at end move 'Y' to ws-eof
               not at end
                 perform take-submission
             end-read
           end-perform
           close channel-in
           .

       take-submission.
           if ws-sub-count >= ws-max-subs then
             move 'Y' to ws-table-full
             exit paragraph
           end-if
           add 1 to ws-sub-count
           add 1 to ws-read-count
           add 1 to ws-ch-read(ws-c)
           move ci-entrant-id to ws-su-entrant(ws-sub-count)
           move ci-puzzle-date to ws-su-date(ws-sub-count)
           move ci-answer to ws-su-answer(ws-sub-count)
           move ci-received to ws-su-received(ws-sub-count)
           move ws-c to ws-su-channel(ws-sub-count)
           .

      * first received wins: an answer with no stamp counts as the
      * last in, and two stamps alike go to the channel listed
      * first.  more answers by the winning channel are left for
      * the edit to judge, as they always were
       settle-channels.
           perform varying ws-s from 1 by 1
             until ws-s > ws-sub-count
             move ws-su-received(ws-s) to ws-stamp
             if ws-stamp = spaces then
               move high-values to ws-stamp
             end-if
             perform find-key
             if ws-found-k = 0 then
               if ws-key-count < ws-max-keys then
                 add 1 to ws-key-count
                 move ws-su-entrant(ws-s) to ws-ky-entrant(ws-key-count)
                 move ws-su-date(ws-s) to ws-ky-date(ws-key-count)
                 move ws-stamp to ws-ky-received(ws-key-count)
                 move ws-su-channel(ws-s) to ws-ky-channel(ws-key-count)
               end-if
             else
               if ws-stamp < ws-ky-received(ws-found-k)
                 or (ws-stamp = ws-ky-received(ws-found-k)
                   and ws-su-channel(ws-s) < ws-ky-channel(ws-found-k))
                 then
                 move ws-stamp to ws-ky-received(ws-found-k)
                 move ws-su-channel(ws-s) to ws-ky-channel(ws-found-k)
               end-if
             end-if
           end-perform
           .

       find-key.
           move 0 to ws-found-k
           perform varying ws-k from 1 by 1
             until ws-k > ws-key-count or ws-found-k > 0
             if ws-ky-entrant(ws-k) = ws-su-entrant(ws-s)
               and ws-ky-date(ws-k) = ws-su-date(ws-s) then
               move ws-k to ws-found-k
             end-if
           end-perform
           .

       write-merged-file.
           open output merged-out
           open output loser-out
           perform varying ws-s from 1 by 1
             until ws-s > ws-sub-count
             perform find-key
             move ws-su-channel(ws-s) to ws-c
             if ws-found-k = 0
               or ws-ky-channel(ws-found-k) = ws-c then
               add 1 to ws-kept-count
               add 1 to ws-ch-kept(ws-c)
               move ws-su-entrant(ws-s) to mo-entrant-id
               move ws-su-date(ws-s) to mo-puzzle-date
               move ws-su-answer(ws-s) to mo-answer
               move ws-ch-code(ws-c) to mo-channel
               move ws-su-received(ws-s) to mo-received
               write mo-record
             else
               perform write-loser
             end-if
           end-perform
           close merged-out
           close loser-out
           .

       write-loser.
           add 1 to ws-lost-count
           add 1 to ws-ch-lost(ws-c)
           move ws-su-entrant(ws-s) to lo-entrant-id
           move ws-su-date(ws-s) to lo-puzzle-date
           move ws-su-answer(ws-s) to lo-answer
           move "CROSS-CHANNEL" to lo-reason
           move ws-ch-code(ws-c) to lo-channel
           write lo-record
           move spaces to print-line
           string "  " ws-su-entrant(ws-s) " " ws-su-date(ws-s) " "
             ws-su-answer(ws-s)(1:25) " " ws-ch-label(ws-c)
             " LOST TO "
             ws-ch-label(ws-ky-channel(ws-found-k))
             delimited by size into print-line
           write print-line
           .

       mark-channels-processed.
           perform varying ws-c from 1 by 1
             until ws-c > ws-channel-count
             if ws-ch-taken(ws-c) = 'Y' then
               move "SUBMISSION-MERGE" to rcp-program-id
               move ws-ch-file(ws-c) to rcp-file-name
               set rcp-processed to true
               call 'inbound-receipt' using rcp-program-id,
                   rcp-file-name, rcp-action, rcp-result,
                   rcp-prior-date, rcp-prior-program
             end-if
           end-perform
           .

      * the day's count by channel, kept for marketing's look at
      * what each channel brings in
       write-channel-counts.
           open extend channel-log
           if ws-channel-log-status = '35' then
             open output channel-log
           end-if
           move spaces to print-line
           write print-line
           move "  CHANNEL         RECEIVED   KEPT   LOST TO ANOTHER"
             to print-line
           write print-line
           perform varying ws-c from 1 by 1
             until ws-c > ws-channel-count
             if ws-ch-taken(ws-c) = 'Y' then
               move ws-run-date to cl-date
               move ws-ch-code(ws-c) to cl-channel
               move ws-ch-read(ws-c) to cl-received
               move ws-ch-kept(ws-c) to cl-kept
               move ws-ch-lost(ws-c) to cl-lost
               write cl-record
             end-if
             move spaces to print-line
             string "  " ws-ch-label(ws-c) "    " ws-ch-read(ws-c)
               "    " ws-ch-kept(ws-c) "  " ws-ch-lost(ws-c)
               delimited by size into print-line
             write print-line
           end-perform
           close channel-log
           move spaces to print-line
           write print-line
           move spaces to print-line
           string "  READ: " ws-read-count "  KEPT: " ws-kept-count
             "  CROSS-CHANNEL DUPLICATES: " ws-lost-count
             delimited by size into print-line
           write print-line
           .

       write-report-header.
           move spaces to print-line
           string "SUBMISSION CHANNEL MERGE  " ws-run-date
             delimited by size into print-line
           write print-line
           move spaces to print-line
           write print-line
           .

      * a channel refused or a batch too big to settle is the
      * day's answers not going in, which holds the edit
       set-job-status.
           evaluate true
             when ws-table-full = 'Y'
               set job-error to true
               move "TOO MANY SUBMISSIONS - NOTHING MERGED"
                 to ws-job-message
             when ws-files-refused > 0
               set job-error to true
               move spaces to ws-job-message
               string ws-files-refused " CHANNEL FILE(S) REFUSED"
                 delimited by size into ws-job-message
             when ws-files-found = 0
               set job-warning to true
               move "NO CHANNEL FILES DELIVERED" to ws-job-message
             when ws-lost-count > 0
               set job-ok to true
               move spaces to ws-job-message
               string ws-lost-count " CROSS-CHANNEL DUPLICATE(S)"
                 delimited by size into ws-job-message
             when other
               set job-ok to true
               move "CHANNELS MERGED" to ws-job-message
           end-evaluate
           .

       record-run-manifest.
           move "SUBMISSION-MERGE" to rm-program-id
           perform varying ws-c from 1 by 1
             until ws-c > ws-channel-count
             if ws-ch-taken(ws-c) = 'Y' then
               move ws-ch-file(ws-c) to rm-file-name
               set rm-read to true
               call 'run-manifest' using rm-program-id, rm-file-name,
                   rm-direction
             end-if
           end-perform
           move "SUBMISSN.DAT" to rm-file-name
           set rm-written to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           move "SUBMISSN.XCH" to rm-file-name
           set rm-written to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           .

       write-audit-log.
           move "SUBMISSION-MERGE" to aud-program-id
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

       end program submission-merge.
