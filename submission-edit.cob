       environment division.
       input-output section.
       file-control.
      * a partner paper's answers come and go under files named
      * for the partner, the way syndicate-feed names its feed
           select submissions-in assign dynamic ws-submissions-name
           organization is line sequential
           file status is ws-submissions-status.

           organization is line sequential
           file status is ws-history-status.

           select edited-out assign dynamic ws-edited-name
           organization is line sequential.

           select reject-out assign dynamic ws-reject-name
           organization is line sequential.

           select cross-channel assign to 'SUBMISSN.XCH'
           organization is line sequential
           file status is ws-cross-channel-status.

           select report-out assign to 'SUBEDIT.RPT'
           organization is line sequential.

           organization is line sequential
           file status is ws-edit-ctl-status.

           select partner-master assign to 'PARTNER.DAT'
           organization is line sequential
           file status is ws-partner-status.

           select audit-log assign to 'AUDIT.LOG'
           organization is line sequential
           file status is ws-audit-log-status.

       data division.
       file section.
      * the channel and time received are stamped by the channel
      * merge; a file put together by hand has them blank
       fd  submissions-in.
       01 sb-record.
           02 sb-entrant-id pic X(8).
           02 sb-puzzle-date pic X(8).
           02 sb-answer pic X(40).
           02 sb-channel pic X(1).
           02 sb-received pic X(14).

       fd  puzzle-history.
       01 ph-record.
           02 ph-subject pic X(40).
           02 ph-date pic X(8).
           02 ph-publication pic X(2).
           02 ph-family pic X(1).
      * the puzzle's dictionary language: a reader's variant
      * spellings are matched against that language's list
           02 ph-language pic X(2).

      * clean submissions in SUBMISSN.DAT's own layout - the scoring
      * run reads only this file, so a mis-keyed batch stops here
      * instead of polluting SCORES.RPT and the leaderboard
       fd  edited-out.
       01 eo-record pic X(71).

       fd  reject-out.
       01 rej-record.
           02 rej-puzzle-date pic X(8).
           02 rej-answer pic X(40).
           02 rej-reason pic X(16).
           02 rej-channel pic X(1).

      * answers the channel merge turned away, already in the
      * reject layout, for the day's reject file
       fd  cross-channel.
       01 xc-record pic X(73).

       fd  report-out.
       01 print-line pic X(100).

      * contest window in days: a submission for a puzzle older than
      * this many days before the processing date is out of the
      * contest; no card gives the default below.  a partner code
      * edits that paper's answer file instead of our readers'
       fd  edit-ctl.
       01 ec-record.
           02 ec-window-days pic 9(3).
           02 ec-partner pic X(8).

       fd  partner-master.
       01 pr-record.
           02 pr-code pic X(8).
           02 pr-name pic X(20).
           02 pr-editions pic X(8).
           02 pr-format pic X(1).

       fd  audit-log.
       copy "audit-data.copy".

       working-storage section.
       copy "progstat-call.copy".
       copy "rptarch-call.copy".
       copy "manifest-data.copy".
       copy "status-data.copy".
       copy "receipt-data.copy".
       copy "variant-call.copy".
       01 ws-submissions-status pic XX.
       01 ws-history-status pic XX.
       01 ws-edit-ctl-status pic XX.
       01 ws-cross-channel-status pic XX.
       01 ws-cross-channel-count pic 9(5) value 0.
       01 ws-audit-log-status pic XX.
       01 ws-partner-status pic XX.
       01 ws-partner pic X(8) value spaces.
       01 ws-partner-found pic X(1) value 'N'.
       01 ws-submissions-name pic X(32) value 'SUBMISSN.DAT'.
       01 ws-edited-name pic X(32) value 'SUBMISSN.EDT'.
       01 ws-reject-name pic X(32) value 'SUBMISSN.REJ'.
       01 ws-eof pic X value 'N'.
       01 ws-scan-eof pic X value 'N'.
       01 ws-run-date pic X(8).
       01 ws-reject-count pic 9(5) value 0.
       01 ws-reject-reason pic X(16).
       01 ws-hist-found pic X(1).
       01 ws-hist-language pic X(2).

      * puzzle dates already confirmed against the history, so a
      * batch of answers to one day's puzzle costs one history scan
           02 ws-date-entry occurs ws-max-dates times.
               05 ws-dt-date pic X(8).
               05 ws-dt-known pic X(1).
               05 ws-dt-language pic X(2).
       01 ws-dt pic 9(2).
       01 ws-found-dt pic 9(2).

      * entrant/date/answer triples already accepted this run, so a
      * double-keyed batch proposes each answer once.  the answer is
      * held by its spelling key, so COLOR after COLOUR is the same
      * answer sent twice
       78  ws-max-seen value 2000.
       01 ws-seen-count pic 9(5) value 0.
       01 ws-seen-table.

       procedure division.
       main-line.
           move "SUBMISSION-EDIT" to aud-program-id
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           call 'sysdate' using ws-run-date
           compute ws-today-int = function integer-of-date(
             function numval(ws-run-date))
           perform get-run-parameters
           open output report-out
           perform write-report-header
           if ws-partner not = spaces
             and ws-partner-found not = 'Y' then
             perform refuse-unknown-partner
           else
             perform check-inbound-receipt
           end-if
           if job-error then
             continue
           else
           if rcp-refused then
             perform refuse-inbound-file
           else
             open input submissions-in
             if ws-submissions-status not = '00' then
               set job-warning to true
               move spaces to ws-job-message
               string function trim(ws-submissions-name)
                 " NOT FOUND - NOTHING TO EDIT"
                 delimited by size into ws-job-message
               move spaces to print-line
               string "  (" function trim(ws-submissions-name)
                 " not found - nothing edited)"
                 delimited by size into print-line
               write print-line
             else
               open output edited-out
               open output reject-out
               if ws-partner = spaces then
                 perform take-cross-channel-rejects
               end-if
               perform until ws-eof = 'Y'
                 read submissions-in
                   at end move 'Y' to ws-eof
                   not at end
                     add 1 to ws-read-count
                     perform edit-one-submission
                 end-read
               end-perform
               close submissions-in
               close edited-out
               close reject-out
               perform mark-inbound-processed
               perform record-run-manifest
               perform set-job-status
             end-if
           end-if
           end-if
           perform write-report-footer
           close report-out
           move "SUBMISSION-EDIT" to ra-program-id
           move "SUBEDIT.RPT" to ra-report-name
           call 'report-archive' using ra-program-id, ra-report-name
           display "JOB STATUS: " ws-job-return-code " "
             ws-job-message
           display "READ: " ws-read-count
                 if ec-window-days > 0 then
                   move ec-window-days to ws-window-days
                 end-if
                 move function upper-case(ec-partner) to ws-partner
             end-read
             close edit-ctl
           end-if
           if ws-partner not = spaces then
             perform find-partner
             move spaces to ws-submissions-name
             move spaces to ws-edited-name
             move spaces to ws-reject-name
             string "SUBMISSN." function trim(ws-partner) ".DAT"
               into ws-submissions-name
             string "SUBMISSN." function trim(ws-partner) ".EDT"
               into ws-edited-name
             string "SUBMISSN." function trim(ws-partner) ".REJ"
               into ws-reject-name
           end-if
           .

       find-partner.
           move 'N' to ws-partner-found
           open input partner-master
           if ws-partner-status not = '00' then
             exit paragraph
           end-if
           move 'N' to ws-scan-eof
           perform until ws-scan-eof = 'Y'
             read partner-master
               at end move 'Y' to ws-scan-eof
               not at end
                 if pr-code = ws-partner then
                   move 'Y' to ws-partner-found
                   move 'Y' to ws-scan-eof
                 end-if
             end-read
           end-perform
           close partner-master
           .

      * a card naming a paper we do not syndicate to is a keying
      * slip; nothing is edited rather than guess at the file
       refuse-unknown-partner.
           set job-error to true
           move spaces to ws-job-message
           string "PARTNER " function trim(ws-partner)
             " NOT ON PARTNER.DAT" delimited by size
             into ws-job-message
           move spaces to print-line
           string "  PARTNER " function trim(ws-partner)
             " NOT ON PARTNER.DAT - NOTHING EDITED"
             delimited by size into print-line
           write print-line
           .

       edit-one-submission.
             move sb-puzzle-date to rej-puzzle-date
             move sb-answer to rej-answer
             move ws-reject-reason to rej-reason
             move sb-channel to rej-channel
             write rej-record
             move spaces to print-line
             string "  " sb-entrant-id " " sb-puzzle-date " "
           end-if
           .

      * the merge's rejects join the day's once, then the file is
      * emptied so a rerun of the edit cannot take them twice
       take-cross-channel-rejects.
           open input cross-channel
           if ws-cross-channel-status not = '00' then
             exit paragraph
           end-if
           move 'N' to ws-scan-eof
           perform until ws-scan-eof = 'Y'
             read cross-channel
               at end move 'Y' to ws-scan-eof
               not at end
                 add 1 to ws-cross-channel-count
                 add 1 to ws-reject-count
                 move xc-record to rej-record
                 write rej-record
                 move spaces to print-line
                 string "  " rej-entrant-id " " rej-puzzle-date " "
                   rej-answer(1:25) " " rej-reason
                   into print-line
                 write print-line
             end-read
           end-perform
           close cross-channel
           open output cross-channel
           close cross-channel
           .

      * a submission only scores against a puzzle the chain actually
      * generated - the history file is the record of those
       check-puzzle-on-history.
           end-perform
           if ws-found-dt > 0 then
             move ws-dt-known(ws-found-dt) to ws-hist-found
             move ws-dt-language(ws-found-dt) to ws-hist-language
           else
             perform scan-history-for-date
             if ws-date-count < ws-max-dates then
               add 1 to ws-date-count
               move sb-puzzle-date to ws-dt-date(ws-date-count)
               move ws-hist-found to ws-dt-known(ws-date-count)
               move ws-hist-language
                 to ws-dt-language(ws-date-count)
             end-if
           end-if
           .

       scan-history-for-date.
           move 'N' to ws-hist-found
           move spaces to ws-hist-language
           move 'N' to ws-scan-eof
           open input puzzle-history
           if ws-history-status = '00' then
                 not at end
                   if ph-date = sb-puzzle-date then
                     move 'Y' to ws-hist-found
                     move ph-language to ws-hist-language
                     move 'Y' to ws-scan-eof
                   end-if
               end-read

       check-duplicate-submission.
           move 'N' to ws-dup-found
           move ws-hist-language to sv-language
           move sb-answer to sv-answer
           call 'spelling-variant' using sv-language, sv-answer,
               sv-spelling-key, sv-varied
           perform varying ws-s from 1 by 1
             until ws-s > ws-seen-count or ws-dup-found = 'Y'
             if ws-seen-id(ws-s) = sb-entrant-id
               and ws-seen-date(ws-s) = sb-puzzle-date
               and ws-seen-answer(ws-s) = sv-spelling-key then
               move 'Y' to ws-dup-found
             end-if
           end-perform
             add 1 to ws-seen-count
             move sb-entrant-id to ws-seen-id(ws-seen-count)
             move sb-puzzle-date to ws-seen-date(ws-seen-count)
             move sv-spelling-key to ws-seen-answer(ws-seen-count)
           end-if
           .

       write-report-header.
           move spaces to print-line
           if ws-partner = spaces then
             string "READER SUBMISSION EDIT  " ws-run-date
               into print-line
           else
             string "READER SUBMISSION EDIT  " ws-run-date
               "  PARTNER " ws-partner into print-line
           end-if
           write print-line
           move spaces to print-line
           write print-line
             "  CLEAN: " ws-clean-count
             "  REJECTED: " ws-reject-count into print-line
           write print-line
           if ws-cross-channel-count > 0 then
             move spaces to print-line
             string "  REJECTED INCLUDE " ws-cross-channel-count
               " CROSS-CHANNEL DUPLICATE(S) FROM THE MERGE"
               delimited by size into print-line
             write print-line
           end-if
           .

      * a delivery whose bytes were already processed is refused
      * before a record is read, whether resent by the sender or
      * left in place from the day before
       check-inbound-receipt.
           move "SUBMISSION-EDIT" to rcp-program-id
           move ws-submissions-name to rcp-file-name
           set rcp-check to true
           call 'inbound-receipt' using rcp-program-id, rcp-file-name,
               rcp-action, rcp-result, rcp-prior-date,
               rcp-prior-program
           .

       mark-inbound-processed.
           set rcp-processed to true
           call 'inbound-receipt' using rcp-program-id, rcp-file-name,
               rcp-action, rcp-result, rcp-prior-date,
               rcp-prior-program
           .

       refuse-inbound-file.
           set job-error to true
           move spaces to ws-job-message
           string function trim(ws-submissions-name)
             " ALREADY PROCESSED - REFUSED" delimited by size
             into ws-job-message
             move spaces to print-line
             string "  " function trim(ws-submissions-name)
               " REFUSED - SAME FILE PROCESSED "
               rcp-prior-date " BY " rcp-prior-program
               delimited by size into print-line
             write print-line
           .

       set-job-status.
             when ws-read-count = 0
               set job-warning to true
               move "NO SUBMISSIONS TO EDIT" to ws-job-message
      * an answer lost to another channel is the rule working,
      * not a fault in the batch
             when ws-reject-count > ws-cross-channel-count
               set job-warning to true
               move "SUBMISSIONS REJECTED AT EDIT"
                 to ws-job-message
           end-evaluate
           .

      * the files this run read and wrote, fingerprinted into the
      * run manifest under the run number and step in flight
       record-run-manifest.
           move "SUBMISSION-EDIT" to rm-program-id
           move ws-submissions-name to rm-file-name
           set rm-read to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           move ws-edited-name to rm-file-name
           set rm-written to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           move ws-reject-name to rm-file-name
           set rm-written to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           .

       write-audit-log.
           move "SUBMISSION-EDIT" to aud-program-id
           move function current-date to aud-timestamp
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
