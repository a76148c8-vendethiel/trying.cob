       identification division.
       program-id. alloc-inquiry.

       environment division.
       input-output section.
       file-control.
           select outcomes-master assign to 'ALLOCOUT.DAT'
           organization is line sequential
           file status is ws-outcomes-status.

           select draw-history assign dynamic ws-history-name
           organization is line sequential
           file status is ws-history-status.

           select run-manifest assign to 'RUNMANIF.DAT'
           organization is line sequential
           file status is ws-manifest-status.

           select feed-log assign to 'FEEDSENT.LOG'
           organization is line sequential
           file status is ws-feed-log-status.

           select ack-log assign to 'FEEDACK.LOG'
           organization is line sequential
           file status is ws-ack-log-status.

           select retrans-log assign to 'RETRANS.LOG'
           organization is line sequential
           file status is ws-retrans-log-status.

           select audit-log assign to 'AUDIT.LOG'
           organization is line sequential
           file status is ws-audit-log-status.

       data division.
       file section.
       fd  outcomes-master.
       01 ao-record.
           02 ao-date pic X(8).
           02 ao-position pic 9(6).
           02 ao-randed pic S9V9(10).
           02 ao-alloc-ref pic X(20).

       fd  draw-history.
       01 dh-record.
           02 dh-cur-date pic X(8).
           02 dh-randed pic S9V9(10).

       fd  run-manifest.
       copy "runmanif-data.copy".

       fd  feed-log.
       01 fs-record.
           02 fs-date pic X(8).
           02 fs-count pic 9(6).
           02 fs-checksum pic 9(12).
           02 fs-seq pic 9(6).
           02 fs-sent-stamp pic X(14).

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

       fd  retrans-log.
       01 rl-record.
           02 rl-feed-date pic X(8).
           02 rl-seq pic 9(6).
           02 rl-count pic 9(6).
           02 rl-checksum pic 9(12).
           02 rl-resent-date pic X(8).

       fd  audit-log.
       copy "audit-data.copy".

       working-storage section.
       copy "progstat-call.copy".
       copy "operator-data.copy".
       copy "signon-data.copy".
       copy "passcheck-data.copy".
       copy "permit-data.copy".
       01 ws-outcomes-status pic XX.
       01 ws-history-status pic XX.
       01 ws-manifest-status pic XX.
       01 ws-feed-log-status pic XX.
       01 ws-ack-log-status pic XX.
       01 ws-retrans-log-status pic XX.
       01 ws-audit-log-status pic XX.
       01 ws-history-name pic X(30).
       01 ws-eof pic X value 'N'.
       01 ws-scan-eof pic X value 'N'.
       01 ws-run-date pic X(8).
       01 ws-action pic X(1).
       01 ws-inquiries pic 9(4) value 0.
       01 ws-outcome-text pic X(40).

      * what the operator asked for
       01 ws-want-ref pic X(20).
       01 ws-want-date pic X(8).
       01 ws-want-position pic 9(6).

      * the outcome being shown, from ALLOCOUT.DAT or, for a
      * position they have not answered for yet, from the history
       01 ws-hit-count pic 9(4).
       01 ws-show-date pic X(8).
       01 ws-show-position pic 9(6).
       01 ws-show-randed pic S9V9(10).
       01 ws-show-ref pic X(20).
       01 ws-scan-position pic 9(6).
       01 ws-draw-found pic X(1).
       01 ws-value-edit pic -9.9(10).

      * the feed side of the date: which generation went out, what
      * came back, and every resend
       01 ws-run-number pic X(6).
       01 ws-run-found pic X(1).
       01 ws-feed-count pic 9(3).
       01 ws-feed-seq pic 9(6).
       01 ws-feed-records pic 9(6).
       01 ws-feed-stamp pic X(14).
       01 ws-ack-found pic X(1).
       01 ws-ack-outcome pic X(1).
       01 ws-ack-seq pic 9(6).
       01 ws-ack-date pic X(8).
       01 ws-resend-count pic 9(3).

       procedure division.
       main-line.
           move "ALLOC-INQUIRY" to aud-program-id
           call 'sysdate' using ws-run-date
           perform check-inquiry-sign-on
           if so-rejected then
             display so-message
             move 8 to return-code
             stop run
           end-if
      * a refused sign-on is not a run - the status register
      * hears of the program only once the operator is let in
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           move spaces to ws-action
           perform until ws-action = 'Q'
             display "Look up by: (R)eference (D)ate and position "
               "(Q)uit"
             accept ws-action
             move function upper-case(ws-action) to ws-action
             evaluate ws-action
               when 'R' perform inquire-by-reference
               when 'D' perform inquire-by-position
               when 'Q' continue
               when other display "UNKNOWN ACTION"
             end-evaluate
           end-perform
           perform write-audit-log
           stop run
           .

       check-inquiry-sign-on.
           display "Operator ID, for the session log"
           accept ws-operator-id
           move ws-operator-id to so-operator-id
           call 'sign-on' using so-operator-id, so-authority,
               so-result, so-message
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
             move "ALLOC-INQUIRY" to pc-program-id
             move 'I' to pc-mode-needed
             perform check-program-permit
           end-if
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

      * "which draw produced reference X" - a resent results file
      * can carry a reference more than once, so every row for it
      * is shown rather than the first
       inquire-by-reference.
           display "Allocation reference"
           move spaces to ws-want-ref
           accept ws-want-ref
           if ws-want-ref = spaces then
             exit paragraph
           end-if
           move 0 to ws-hit-count
           open input outcomes-master
           if ws-outcomes-status = '00' then
             move 'N' to ws-eof
             perform until ws-eof = 'Y'
               read outcomes-master
                 at end move 'Y' to ws-eof
                 not at end
                   if ao-alloc-ref = ws-want-ref then
                     add 1 to ws-hit-count
                     move ao-date to ws-show-date
                     move ao-position to ws-show-position
                     move ao-randed to ws-show-randed
                     move ao-alloc-ref to ws-show-ref
                     perform show-outcome
                   end-if
               end-read
             end-perform
             close outcomes-master
           else
             display "ALLOCOUT.DAT NOT AVAILABLE"
           end-if
           move spaces to ws-outcome-text
           if ws-hit-count = 0 then
             display "NO OUTCOME ON FILE FOR REFERENCE "
               ws-want-ref
             string "REF " ws-want-ref " NOT FOUND"
               into ws-outcome-text
           else
             string "REF " ws-want-ref " FOUND"
               into ws-outcome-text
           end-if
           perform write-inquiry-audit
           .

      * "what happened to position 14 on the 9th" - a position
      * their results have not covered yet is still answered from
      * the draw history, flagged as having no allocation
       inquire-by-position.
           display "Draw date (YYYYMMDD)"
           move spaces to ws-want-date
           accept ws-want-date
           if ws-want-date is not numeric
             or function test-date-yyyymmdd(
                  function numval(ws-want-date)) not = 0 then
             display "INVALID DATE"
             exit paragraph
           end-if
           display "Position within the date"
           move 0 to ws-want-position
           accept ws-want-position
           if ws-want-position = 0 then
             display "INVALID POSITION"
             exit paragraph
           end-if
           move 0 to ws-hit-count
           open input outcomes-master
           if ws-outcomes-status = '00' then
             move 'N' to ws-eof
             perform until ws-eof = 'Y'
               read outcomes-master
                 at end move 'Y' to ws-eof
                 not at end
                   if ao-date = ws-want-date
                     and ao-position = ws-want-position then
                     add 1 to ws-hit-count
                     move ao-date to ws-show-date
                     move ao-position to ws-show-position
                     move ao-randed to ws-show-randed
                     move ao-alloc-ref to ws-show-ref
                     perform show-outcome
                   end-if
               end-read
             end-perform
             close outcomes-master
           end-if
           move spaces to ws-outcome-text
           if ws-hit-count > 0 then
             string "DATE " ws-want-date " POS " ws-want-position
               " FOUND" into ws-outcome-text
           else
             perform find-history-draw
             if ws-draw-found = 'Y' then
               move ws-want-date to ws-show-date
               move ws-want-position to ws-show-position
               move "(NONE RECEIVED)" to ws-show-ref
               perform show-outcome
               string "DATE " ws-want-date " POS " ws-want-position
                 " UNALLOCATED" into ws-outcome-text
             else
               display "NO DRAW AT POSITION " ws-want-position
                 " ON " ws-want-date
               string "DATE " ws-want-date " POS " ws-want-position
                 " NOT FOUND" into ws-outcome-text
             end-if
           end-if
           perform write-inquiry-audit
           .

      * position n is the nth archived draw for the date, the same
      * ordering alloc-results matches their results against
       find-history-draw.
           move 'N' to ws-draw-found
           move 0 to ws-scan-position
           move spaces to ws-history-name
           string "RANDHIST." ws-want-date(1:6)
             into ws-history-name
           open input draw-history
           if ws-history-status = '00' then
             move 'N' to ws-eof
             perform until ws-eof = 'Y'
               read draw-history
                 at end move 'Y' to ws-eof
                 not at end
                   if dh-cur-date = ws-want-date then
                     add 1 to ws-scan-position
                     if ws-scan-position = ws-want-position then
                       move 'Y' to ws-draw-found
                       move dh-randed to ws-show-randed
                       move 'Y' to ws-eof
                     end-if
                   end-if
               end-read
             end-perform
             close draw-history
           end-if
           .

       show-outcome.
           perform find-generator-run
           perform find-feed-sent
           perform find-feed-acknowledgment
           move ws-show-randed to ws-value-edit
           display " "
           display "ALLOCATION REF : " ws-show-ref
           display "DRAW DATE      : " ws-show-date
             "  POSITION " ws-show-position
           display "DRAW VALUE     : " ws-value-edit
      * alloc-results matches positions against the primary stream's
      * history only; booked and named streams never reach the feed
           display "STREAM         : PRIMARY (RANDHIST."
             ws-show-date(1:6) ")"
           evaluate true
             when ws-run-found not = 'Y'
               display "RUN NUMBER     : NOT RECORDED"
             when ws-run-number = spaces
               display "RUN NUMBER     : NONE - RUN OUTSIDE A "
                 "DRIVER CHAIN"
             when other
               display "RUN NUMBER     : " ws-run-number
           end-evaluate
           if ws-feed-count = 0 then
             display "RANDOM.EXP     : NO FEED SENT FOR THE DATE"
           else
             display "RANDOM.EXP     : FEED " ws-feed-seq
               "  " ws-feed-records " RECORDS  SENT "
               ws-feed-stamp
             if ws-feed-count > 1 then
               display "                 REGENERATED - "
                 ws-feed-count " FEEDS SENT FOR THE DATE"
             end-if
           end-if
           evaluate true
             when ws-ack-found not = 'Y'
               display "ACKNOWLEDGMENT : NOT ACKNOWLEDGED"
             when ws-ack-outcome = 'M'
               display "ACKNOWLEDGMENT : MATCHED (FEED "
                 ws-ack-seq ") RECONCILED " ws-ack-date
             when other
               display "ACKNOWLEDGMENT : MISMATCH (FEED "
                 ws-ack-seq ") RECONCILED " ws-ack-date
           end-evaluate
           perform list-retransmissions
           display " "
           .

      * the generator run that wrote the date's draws, from the
      * run manifest; a rerun the same day files a later row, and
      * the later run is the one whose draws were archived last
       find-generator-run.
           move spaces to ws-run-number
           move 'N' to ws-run-found
           open input run-manifest
           if ws-manifest-status = '00' then
             move 'N' to ws-scan-eof
             perform until ws-scan-eof = 'Y'
               read run-manifest
                 at end move 'Y' to ws-scan-eof
                 not at end
                   if rmf-program = "RANDOM-GENERATOR"
                     and rmf-file-name = "RANDOM.OUT"
                     and rmf-direction = 'W'
                     and rmf-run-date = ws-show-date then
                     move 'Y' to ws-run-found
                     move rmf-run-number to ws-run-number
                   end-if
               end-read
             end-perform
             close run-manifest
           end-if
           .

      * the feed that carried the date; an override regeneration
      * logs another row, and the newest is the one they hold
       find-feed-sent.
           move 0 to ws-feed-count
           move 0 to ws-feed-seq
           move 0 to ws-feed-records
           move spaces to ws-feed-stamp
           open input feed-log
           if ws-feed-log-status = '00' then
             move 'N' to ws-scan-eof
             perform until ws-scan-eof = 'Y'
               read feed-log
                 at end move 'Y' to ws-scan-eof
                 not at end
                   if fs-date = ws-show-date then
                     add 1 to ws-feed-count
                     move fs-seq to ws-feed-seq
                     move fs-count to ws-feed-records
                     move fs-sent-stamp to ws-feed-stamp
                   end-if
               end-read
             end-perform
             close feed-log
           end-if
           .

       find-feed-acknowledgment.
           move 'N' to ws-ack-found
           move spaces to ws-ack-outcome
           move 0 to ws-ack-seq
           move spaces to ws-ack-date
           open input ack-log
           if ws-ack-log-status = '00' then
             move 'N' to ws-scan-eof
             perform until ws-scan-eof = 'Y'
               read ack-log
                 at end move 'Y' to ws-scan-eof
                 not at end
                   if fa-date = ws-show-date then
                     move 'Y' to ws-ack-found
                     move fa-outcome to ws-ack-outcome
                     move fa-seq to ws-ack-seq
                     move fa-recon-date to ws-ack-date
                   end-if
               end-read
             end-perform
             close ack-log
           end-if
           .

       list-retransmissions.
           move 0 to ws-resend-count
           open input retrans-log
           if ws-retrans-log-status = '00' then
             move 'N' to ws-scan-eof
             perform until ws-scan-eof = 'Y'
               read retrans-log
                 at end move 'Y' to ws-scan-eof
                 not at end
                   if rl-feed-date = ws-show-date then
                     add 1 to ws-resend-count
                     display "RETRANSMITTED  : FEED " rl-seq
                       "  " rl-count " RECORDS  ON " rl-resent-date
                   end-if
               end-read
             end-perform
             close retrans-log
           end-if
           if ws-resend-count = 0 then
             display "RETRANSMITTED  : NEVER"
           end-if
           .

      * one row per lookup, so "who asked about reference X" has an
      * answer as well as "which draw produced it"
       write-inquiry-audit.
           add 1 to ws-inquiries
           move "ALLOC-INQUIRY" to aud-program-id
           move function current-date to aud-timestamp
           move ws-outcome-text to aud-outcome
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
           move "ALLOC-INQUIRY" to aud-program-id
           move function current-date to aud-timestamp
           move spaces to aud-outcome
           string "INQUIRY SESSION: " ws-inquiries " LOOKUP(S)"
             into aud-outcome
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
           set pst-end to true
           call 'prog-status' using pst-action, aud-record
           .

       end program alloc-inquiry.
