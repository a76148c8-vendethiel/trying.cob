       identification division.
       program-id. delivery-check.

       environment division.
       input-output section.
       file-control.
           select commitments assign to 'DELIVSLA.DAT'
           organization is line sequential
           file status is ws-commitments-status.

           select outcome-log assign to 'DELIVSLA.LOG'
           organization is line sequential
           file status is ws-outcome-log-status.

           select random-log assign to 'FEEDSENT.LOG'
           organization is line sequential
           file status is ws-random-log-status.

           select finance-log assign to 'FINSENT.LOG'
           organization is line sequential
           file status is ws-finance-log-status.

           select syndicate-log assign to 'SYNDSENT.LOG'
           organization is line sequential
           file status is ws-syndicate-log-status.

           select journal-in assign to 'DRIVER.JRNL'
           organization is line sequential
           file status is ws-journal-in-status.

           select report-out assign to 'DELIVCHK.RPT'
           organization is line sequential.

           select audit-log assign to 'AUDIT.LOG'
           organization is line sequential
           file status is ws-audit-log-status.

       data division.
       file section.
       fd  commitments.
       copy "delivsla-data.copy".

       fd  outcome-log.
       copy "delivlog-data.copy".

       fd  random-log.
       01 fs-record.
           02 fs-date pic X(8).
           02 fs-count pic 9(6).
           02 fs-checksum pic 9(12).
           02 fs-seq pic 9(6).
           02 fs-sent-stamp pic X(14).

       fd  finance-log.
       01 fn-record.
           02 fn-date pic X(8).
           02 fn-count pic 9(6).
           02 fn-checksum pic 9(12).
           02 fn-seq pic 9(6).
           02 fn-sent-stamp pic X(14).
           02 fn-feed-type pic X(1).

       fd  syndicate-log.
       01 sl-record.
           02 sl-partner pic X(8).
           02 sl-date pic X(8).
           02 sl-edition pic X(2).
           02 sl-seq pic 9(6).
           02 sl-count pic 9(6).
           02 sl-checksum pic 9(12).
           02 sl-sent-stamp pic X(14).

       fd  journal-in.
       01 jrnl-record.
           02 jrnl-run-date pic X(8).
           02 jrnl-step pic 9(2).
           02 jrnl-step-name pic X(30).
           02 jrnl-start-stamp pic X(21).
           02 jrnl-end-stamp pic X(21).
           02 jrnl-elapsed-secs pic 9(6).
           02 jrnl-return-code pic 9(4).
           02 jrnl-outcome pic X(13).
           02 jrnl-run-number pic X(6).

       fd  report-out.
       01 print-line pic X(100).

       fd  audit-log.
       copy "audit-data.copy".

       working-storage section.
       copy "progstat-call.copy".
       copy "rptarch-call.copy".
       copy "manifest-data.copy".
       copy "status-data.copy".
       01 ws-commitments-status pic XX.
       01 ws-outcome-log-status pic XX.
       01 ws-random-log-status pic XX.
       01 ws-finance-log-status pic XX.
       01 ws-syndicate-log-status pic XX.
       01 ws-journal-in-status pic XX.
       01 ws-audit-log-status pic XX.
       01 ws-eof pic X value 'N'.
       01 ws-run-date pic X(8).
       01 ws-now pic X(21).
       01 ws-today-int pic 9(7).
       01 ws-window-start pic X(8).
       01 ws-check-int pic 9(7).
       01 ws-check-date pic X(8).
       01 ws-deadline-int pic 9(7).
       01 ws-deadline-stamp pic X(14).
       01 ws-dow pic 9(1).
       01 ws-day pic 9(2).
       01 ws-match-len pic 9(2).
       01 ws-made-found pic X(1).
       01 ws-made-stamp pic X(14).
       01 ws-made-int pic 9(7).
       01 ws-row-stamp pic X(14).
       01 ws-want-feed-type pic X(1).
       01 ws-late-mins pic s9(9).
       01 ws-late-disp pic Z(4)9.
       01 ws-state-text pic X(24).
       01 ws-breach-count pic 9(3) value 0.
       01 ws-on-time-count pic 9(3) value 0.
       01 ws-unknown-count pic 9(3) value 0.
       01 ws-pending-count pic 9(3) value 0.
       01 ws-bad-lines pic 9(3) value 0.

      * a commitment is looked at for a week of processing dates,
      * so one still inside its deadline tonight, or made by a job
      * run out of hours, is settled on a later night
       78  ws-lookback-days value 7.

       78  ws-max-commitments value 40.
       01 ws-commit-count pic 9(3) value 0.
       01 ws-commit-table.
           02 ws-cm-entry occurs ws-max-commitments times.
               05 ws-cm-consumer pic X(12).
               05 ws-cm-file-name pic X(20).
               05 ws-cm-source pic X(1).
               05 ws-cm-match pic X(30).
               05 ws-cm-deadline pic X(4).
               05 ws-cm-day-offset pic 9(1).
               05 ws-cm-days pic X(7).
       01 ws-c pic 9(3).

      * outcomes already on the log for the window, so a
      * commitment is settled once and alerted once
       78  ws-max-settled value 500.
       01 ws-settled-count pic 9(3) value 0.
       01 ws-settled-full pic X(1) value 'N'.
       01 ws-settled-table.
           02 ws-st-entry occurs ws-max-settled times.
               05 ws-st-run-date pic X(8).
               05 ws-st-consumer pic X(12).
               05 ws-st-file-name pic X(20).
       01 ws-s pic 9(3).
       01 ws-found-s pic 9(3).

       procedure division.
       main-line.
           move "DELIVERY-CHECK" to aud-program-id
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           call 'sysdate' using ws-run-date
           move function current-date to ws-now
           compute ws-today-int = function integer-of-date(
             function numval(ws-run-date))
           compute ws-check-int = ws-today-int - ws-lookback-days + 1
           move function date-of-integer(ws-check-int)
             to ws-window-start
           perform load-commitments
           perform load-settled-outcomes
           open output report-out
           perform write-report-header
           open extend outcome-log
           if ws-outcome-log-status = '35' then
             open output outcome-log
           end-if
           perform varying ws-day from 1 by 1
             until ws-day > ws-lookback-days
             compute ws-check-int =
               ws-today-int - ws-lookback-days + ws-day
             move function date-of-integer(ws-check-int)
               to ws-check-date
             compute ws-dow = function mod(ws-check-int, 7)
             perform varying ws-c from 1 by 1
               until ws-c > ws-commit-count
               perform check-commitment
             end-perform
           end-perform
           close outcome-log
           perform write-report-footer
           close report-out
           move "DELIVERY-CHECK" to ra-program-id
           move "DELIVCHK.RPT" to ra-report-name
           call 'report-archive' using ra-program-id, ra-report-name
           perform record-run-manifest
           perform set-job-status
           display "JOB STATUS: " ws-job-return-code " "
             ws-job-message
           perform write-audit-log
           move ws-job-return-code to return-code
           stop run
           .

      * the files this run read and wrote, fingerprinted into the
      * run manifest under the run number and step in flight
       record-run-manifest.
           move "DELIVERY-CHECK" to rm-program-id
           move "DELIVSLA.DAT" to rm-file-name
           set rm-read to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           move "FEEDSENT.LOG" to rm-file-name
           set rm-read to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           move "FINSENT.LOG" to rm-file-name
           set rm-read to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           move "SYNDSENT.LOG" to rm-file-name
           set rm-read to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           move "DRIVER.JRNL" to rm-file-name
           set rm-read to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           move "DELIVSLA.LOG" to rm-file-name
           set rm-written to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           move "DELIVCHK.RPT" to rm-file-name
           set rm-written to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           .

      * a line whose deadline or day offset will not read is
      * counted and left out rather than judged against nonsense
       load-commitments.
           move 'N' to ws-eof
           open input commitments
           if ws-commitments-status = '00' then
             perform until ws-eof = 'Y'
               read commitments
                 at end move 'Y' to ws-eof
                 not at end
                   if dc-record not = spaces
                     and dc-consumer(1:1) not = '*' then
                     perform take-commitment
                   end-if
               end-read
             end-perform
             close commitments
           end-if
           .

       take-commitment.
           if dc-deadline is not numeric
             or dc-deadline(1:2) > '23' or dc-deadline(3:2) > '59'
             or (dc-day-offset not = space
               and dc-day-offset is not numeric)
             or not (dc-from-random-feed or dc-from-finance-feed
               or dc-from-syndicate-feed or dc-from-journal)
             or ws-commit-count >= ws-max-commitments then
             add 1 to ws-bad-lines
             exit paragraph
           end-if
           add 1 to ws-commit-count
           move dc-consumer to ws-cm-consumer(ws-commit-count)
           move dc-file-name to ws-cm-file-name(ws-commit-count)
           move dc-source to ws-cm-source(ws-commit-count)
           move dc-match to ws-cm-match(ws-commit-count)
           move dc-deadline to ws-cm-deadline(ws-commit-count)
           if dc-day-offset = space then
             move 0 to ws-cm-day-offset(ws-commit-count)
           else
             move dc-day-offset to ws-cm-day-offset(ws-commit-count)
           end-if
           move dc-days to ws-cm-days(ws-commit-count)
           .

       load-settled-outcomes.
           move 'N' to ws-eof
           open input outcome-log
           if ws-outcome-log-status = '00' then
             perform until ws-eof = 'Y'
               read outcome-log
                 at end move 'Y' to ws-eof
                 not at end
                   if dl-run-date >= ws-window-start then
                     perform take-settled-outcome
                   end-if
               end-read
             end-perform
             close outcome-log
           end-if
           .

       take-settled-outcome.
           if ws-settled-count >= ws-max-settled then
             move 'Y' to ws-settled-full
             exit paragraph
           end-if
           add 1 to ws-settled-count
           move dl-run-date to ws-st-run-date(ws-settled-count)
           move dl-consumer to ws-st-consumer(ws-settled-count)
           move dl-file-name to ws-st-file-name(ws-settled-count)
           .

      * one commitment on one processing date: left alone when it
      * is not owed that day or already settled, pending while its
      * deadline is still ahead, otherwise judged and logged
       check-commitment.
           if ws-cm-days(ws-c) not = spaces
             and ws-cm-days(ws-c)(ws-dow + 1:1) not = 'Y' then
             exit paragraph
           end-if
           move 0 to ws-found-s
           perform varying ws-s from 1 by 1
             until ws-s > ws-settled-count or ws-found-s > 0
             if ws-st-run-date(ws-s) = ws-check-date
               and ws-st-consumer(ws-s) = ws-cm-consumer(ws-c)
               and ws-st-file-name(ws-s) = ws-cm-file-name(ws-c) then
               move ws-s to ws-found-s
             end-if
           end-perform
           if ws-found-s > 0 or ws-settled-full = 'Y' then
             exit paragraph
           end-if
           compute ws-deadline-int =
             ws-check-int + ws-cm-day-offset(ws-c)
           move spaces to ws-deadline-stamp
           move function date-of-integer(ws-deadline-int)
             to ws-deadline-stamp(1:8)
           move ws-cm-deadline(ws-c) to ws-deadline-stamp(9:4)
           move "00" to ws-deadline-stamp(13:2)
           perform find-made-stamp
           if ws-made-found = 'N'
             and ws-now(1:14) <= ws-deadline-stamp then
             add 1 to ws-pending-count
             move "PENDING" to ws-state-text
             perform write-commitment-line
             exit paragraph
           end-if
           move spaces to dl-record
           move ws-check-date to dl-run-date
           move ws-cm-consumer(ws-c) to dl-consumer
           move ws-cm-file-name(ws-c) to dl-file-name
           move ws-deadline-stamp to dl-deadline-stamp
           move ws-made-stamp to dl-made-stamp
           move 0 to dl-minutes-late
           move ws-now(1:14) to dl-checked-stamp
           evaluate true
             when ws-made-found = 'N'
               set dl-missed to true
               add 1 to ws-breach-count
               move "** MISSED" to ws-state-text
             when ws-made-stamp = spaces
               set dl-time-unknown to true
               add 1 to ws-unknown-count
               move "MADE, TIME NOT RECORDED" to ws-state-text
             when ws-made-stamp <= ws-deadline-stamp
               set dl-on-time to true
               add 1 to ws-on-time-count
               move "ON TIME" to ws-state-text
             when other
               set dl-late to true
               add 1 to ws-breach-count
               perform compute-minutes-late
               move ws-late-mins to dl-minutes-late
               move ws-late-mins to ws-late-disp
               move spaces to ws-state-text
               string "** LATE " ws-late-disp " MIN"
                 delimited by size into ws-state-text
           end-evaluate
           write dl-record
           perform write-commitment-line
           if dl-missed or dl-late then
             perform raise-breach-alert
           end-if
           .

      * the earliest time the file was made for the processing
      * date; a retransmission or rerun later in the day does not
      * improve on the first delivery
       find-made-stamp.
           move 'N' to ws-made-found
           move spaces to ws-made-stamp
           move 'N' to ws-eof
           evaluate ws-cm-source(ws-c)
             when 'R' perform scan-random-log
             when 'F' perform scan-finance-log
             when 'S' perform scan-syndicate-log
             when 'J' perform scan-journal
           end-evaluate
           .

      * a row logged before the log carried a time still proves
      * the file was made; any timed row beats it
       take-made-stamp.
           move 'Y' to ws-made-found
           if ws-row-stamp not = spaces then
             if ws-made-stamp = spaces
               or ws-row-stamp < ws-made-stamp then
               move ws-row-stamp to ws-made-stamp
             end-if
           end-if
           .

       scan-random-log.
           open input random-log
           if ws-random-log-status = '00' then
             perform until ws-eof = 'Y'
               read random-log
                 at end move 'Y' to ws-eof
                 not at end
                   if fs-date = ws-check-date then
                     move fs-sent-stamp to ws-row-stamp
                     perform take-made-stamp
                   end-if
               end-read
             end-perform
             close random-log
           end-if
           .

      * FINSENT.LOG carries three feeds; the commitment is for the
      * one its file name names, the totals feed when it names
      * neither the journal nor the adjustments
       scan-finance-log.
           evaluate function upper-case(ws-cm-file-name(ws-c))
             when "GLJRNL.EXP" move 'J' to ws-want-feed-type
             when "FINADJ.EXP" move 'A' to ws-want-feed-type
             when other move space to ws-want-feed-type
           end-evaluate
           open input finance-log
           if ws-finance-log-status = '00' then
             perform until ws-eof = 'Y'
               read finance-log
                 at end move 'Y' to ws-eof
                 not at end
                   if fn-date = ws-check-date
                     and fn-feed-type = ws-want-feed-type then
                     move fn-sent-stamp to ws-row-stamp
                     perform take-made-stamp
                   end-if
               end-read
             end-perform
             close finance-log
           end-if
           .

       scan-syndicate-log.
           open input syndicate-log
           if ws-syndicate-log-status = '00' then
             perform until ws-eof = 'Y'
               read syndicate-log
                 at end move 'Y' to ws-eof
                 not at end
                   if sl-date = ws-check-date
                     and sl-partner = ws-cm-match(ws-c)(1:8) then
                     move sl-sent-stamp to ws-row-stamp
                     perform take-made-stamp
                   end-if
               end-read
             end-perform
             close syndicate-log
           end-if
           .

      * a step counts as made only when it ended well; a failed
      * run, a skip or a forecast row makes nothing
       scan-journal.
           move function length(function trim(ws-cm-match(ws-c)))
             to ws-match-len
           open input journal-in
           if ws-journal-in-status = '00' then
             perform until ws-eof = 'Y'
               read journal-in
                 at end move 'Y' to ws-eof
                 not at end
                   if jrnl-run-date = ws-check-date
                     and jrnl-step-name(1:ws-match-len)
                       = ws-cm-match(ws-c)(1:ws-match-len)
                     and (jrnl-outcome = "OK"
                       or jrnl-outcome = "RERUN OK") then
                     move jrnl-end-stamp(1:14) to ws-row-stamp
                     perform take-made-stamp
                   end-if
               end-read
             end-perform
             close journal-in
           end-if
           .

       compute-minutes-late.
           compute ws-made-int = function integer-of-date(
             function numval(ws-made-stamp(1:8)))
           compute ws-late-mins =
             (ws-made-int - ws-deadline-int) * 1440
             + function numval(ws-made-stamp(9:2)) * 60
             + function numval(ws-made-stamp(11:2))
             - function numval(ws-deadline-stamp(9:2)) * 60
             - function numval(ws-deadline-stamp(11:2))
           if ws-late-mins < 1 then
             move 1 to ws-late-mins
           end-if
           if ws-late-mins > 99999 then
             move 99999 to ws-late-mins
           end-if
           .

      * the partner contracts charge for a late or missing file, so
      * each breach is its own alert naming who and what
       raise-breach-alert.
           move "DELIVERY-CHECK" to aud-program-id
           move ws-now to aud-timestamp
           move spaces to aud-outcome
           if dl-missed then
             string "MISSED " ws-cm-file-name(ws-c) delimited by "  "
               " " ws-check-date " " ws-cm-consumer(ws-c)
               delimited by size into aud-outcome
           else
             string "LATE " ws-cm-file-name(ws-c) delimited by "  "
               " " ws-check-date " " ws-cm-consumer(ws-c)
               delimited by size into aud-outcome
           end-if
           move "BATCH" to aud-operator-id
           move "04" to aud-return-code
           call 'raise-alert' using aud-record
           .

       write-report-header.
           move spaces to print-line
           string "DELIVERY COMMITMENT CHECK  " ws-run-date
             "  PROCESSING DATES FROM " ws-window-start
             into print-line
           write print-line
           move spaces to print-line
           write print-line
           move spaces to print-line
           move "  DATE" to print-line(1:10)
           move "CONSUMER" to print-line(12:12)
           move "FILE" to print-line(25:20)
           move "DEADLINE" to print-line(46:14)
           move "MADE" to print-line(61:14)
           move "OUTCOME" to print-line(76:24)
           write print-line
           move spaces to print-line
           write print-line
           .

       write-commitment-line.
           move spaces to print-line
           move ws-check-date to print-line(3:8)
           move ws-cm-consumer(ws-c) to print-line(12:12)
           move ws-cm-file-name(ws-c) to print-line(25:20)
           move ws-deadline-stamp(1:8) to print-line(46:8)
           move ws-deadline-stamp(9:2) to print-line(55:2)
           move ":" to print-line(57:1)
           move ws-deadline-stamp(11:2) to print-line(58:2)
           if ws-made-stamp not = spaces then
             move ws-made-stamp(1:8) to print-line(61:8)
             move ws-made-stamp(9:2) to print-line(70:2)
             move ":" to print-line(72:1)
             move ws-made-stamp(11:2) to print-line(73:2)
           else
             move "-" to print-line(61:1)
           end-if
           move ws-state-text to print-line(76:24)
           write print-line
           .

       write-report-footer.
           move spaces to print-line
           write print-line
           move spaces to print-line
           string "  COMMITMENTS: " ws-commit-count
             "  ON TIME: " ws-on-time-count
             "  BREACHED: " ws-breach-count
             "  UNTIMED: " ws-unknown-count
             "  PENDING: " ws-pending-count into print-line
           write print-line
           if ws-bad-lines > 0 then
             move spaces to print-line
             string "  ** " ws-bad-lines
               " DELIVSLA.DAT LINE(S) UNREADABLE OR OVER THE TABLE"
               delimited by size into print-line
             write print-line
           end-if
           if ws-settled-full = 'Y' then
             move spaces to print-line
             move "  ** SETTLED TABLE FULL - NOTHING FURTHER JUDGED"
               to print-line
             write print-line
           end-if
           .

      * a breach is a warning: the file is downstream already and
      * the alerts carry the detail; the night's work goes on
       set-job-status.
           evaluate true
             when ws-breach-count > 0
               set job-warning to true
               move spaces to ws-job-message
               string ws-breach-count
                 " DELIVERY COMMITMENT(S) BREACHED"
                 into ws-job-message
             when ws-commit-count = 0
               set job-warning to true
               move "NO DELIVERY COMMITMENTS ON FILE"
                 to ws-job-message
             when ws-bad-lines > 0 or ws-settled-full = 'Y'
               set job-warning to true
               move "DELIVERY COMMITMENTS NOT ALL CHECKED"
                 to ws-job-message
             when other
               set job-ok to true
               move "ALL DELIVERIES ON TIME" to ws-job-message
           end-evaluate
           .

       write-audit-log.
           move "DELIVERY-CHECK" to aud-program-id
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

       end program delivery-check.
