       identification division.
       program-id. drawbook-report.

       environment division.
       input-output section.
       file-control.
           select booking-master assign to 'DRAWBOOK.DAT'
           organization is line sequential
           file status is ws-booking-status.

           select booked-results assign to 'DRAWRES.DAT'
           organization is line sequential
           file status is ws-results-status.

           select report-ctl assign to 'DRAWBOOK.CTL'
           organization is line sequential
           file status is ws-report-ctl-status.

           select report-out assign to 'DRAWBOOK.RPT'
           organization is line sequential.

           select audit-log assign to 'AUDIT.LOG'
           organization is line sequential
           file status is ws-audit-log-status.

       data division.
       file section.
       fd  booking-master.
       01 bm-record pic X(141).

       fd  booked-results.
       copy "drawres-data.copy".

      * control card: how many days back the executed and missed
      * sections reach; upcoming bookings are always listed in full
       fd  report-ctl.
       01 rc-record.
           02 rc-days-back pic 9(3).

       fd  report-out.
       01 print-line pic X(132).

       fd  audit-log.
       copy "audit-data.copy".

       working-storage section.
       copy "progstat-call.copy".
       copy "rptarch-call.copy".
       copy "manifest-data.copy".
       copy "tablepeak-data.copy".
       copy "status-data.copy".
       copy "drawbook-data.copy".
       01 ws-booking-status pic XX.
       01 ws-results-status pic XX.
       01 ws-report-ctl-status pic XX.
       01 ws-audit-log-status pic XX.
       01 ws-eof pic X value 'N'.
       01 ws-run-date pic X(8).
       01 ws-days-back pic 9(3) value 30.
       01 ws-from-date pic X(8).
       01 ws-from-number pic 9(8).
       01 ws-section pic X(1).
           88 ws-upcoming-section value 'U'.
           88 ws-executed-section value 'E'.
           88 ws-missed-section value 'M'.
       01 ws-section-count pic 9(4).
       01 ws-upcoming-count pic 9(4) value 0.
       01 ws-awaiting-count pic 9(4) value 0.
       01 ws-executed-count pic 9(4) value 0.
       01 ws-missed-count pic 9(4) value 0.
       01 ws-cancelled-count pic 9(4) value 0.
       01 ws-result-count pic 9(4).
       01 ws-range-text pic X(20).
       01 ws-state-text pic X(24).

       78  ws-max-bookings value 500.
       01 ws-booking-count pic 9(3) value 0.
       01 ws-skipped-count pic 9(5) value 0.
       01 ws-booking-table.
           02 ws-bk-record pic X(141) occurs ws-max-bookings times.
       01 ws-b pic 9(3).

      * results rows per booking number, counted once so the
      * executed section can show how many draws each one made
       78  ws-max-result-keys value 500.
       01 ws-result-key-count pic 9(3) value 0.
       01 ws-result-keys.
           02 ws-rk-entry occurs ws-max-result-keys times.
               05 ws-rk-booking pic 9(6).
               05 ws-rk-rows pic 9(4).
       01 ws-k pic 9(3).
       01 ws-found-k pic 9(3).

       procedure division.
       main-line.
           move "DRAWBOOK-REPORT" to aud-program-id
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           call 'sysdate' using ws-run-date
           perform get-run-parameters
           compute ws-from-number = function date-of-integer(
             function integer-of-date(function numval(ws-run-date))
             - ws-days-back)
           move ws-from-number to ws-from-date
           perform load-booking-register
           perform load-result-counts
           open output report-out
           move spaces to print-line
           string "DRAW BOOKING REGISTER  " ws-run-date
             "  EXECUTED AND MISSED SINCE " ws-from-date
             delimited by size into print-line
           write print-line
           set ws-upcoming-section to true
           perform write-one-section
           set ws-executed-section to true
           perform write-one-section
           set ws-missed-section to true
           perform write-one-section
           perform write-summary
           close report-out
           move "DRAWBOOK-REPORT" to ra-program-id
           move "DRAWBOOK.RPT" to ra-report-name
           call 'report-archive' using ra-program-id, ra-report-name
           perform record-run-manifest
           perform record-table-peaks
           perform set-job-status
           display "JOB STATUS: " ws-job-return-code " "
             ws-job-message
           perform write-audit-log
           move ws-job-return-code to return-code
           stop run
           .

       get-run-parameters.
           open input report-ctl
           if ws-report-ctl-status = '00' then
             read report-ctl
               at end continue
               not at end
                 if rc-days-back is numeric and rc-days-back > 0
                   then
                   move rc-days-back to ws-days-back
                 end-if
             end-read
             close report-ctl
           else
             display "Days back for executed and missed (001-999)"
             accept ws-days-back
             if ws-days-back = 0 then
               move 30 to ws-days-back
             end-if
           end-if
           .

       load-booking-register.
           open input booking-master
           if ws-booking-status = '00' then
             move 'N' to ws-eof
             perform until ws-eof = 'Y'
               read booking-master
                 at end move 'Y' to ws-eof
                 not at end
                   if ws-booking-count < ws-max-bookings then
                     add 1 to ws-booking-count
                     move bm-record to ws-bk-record(ws-booking-count)
                   else
                     add 1 to ws-skipped-count
                   end-if
               end-read
             end-perform
             close booking-master
           end-if
           .

       load-result-counts.
           open input booked-results
           if ws-results-status = '00' then
             move 'N' to ws-eof
             perform until ws-eof = 'Y'
               read booked-results
                 at end move 'Y' to ws-eof
                 not at end perform count-one-result
               end-read
             end-perform
             close booked-results
           end-if
           .

       count-one-result.
           move 0 to ws-found-k
           perform varying ws-k from 1 by 1
             until ws-k > ws-result-key-count or ws-found-k > 0
             if ws-rk-booking(ws-k) = dr-booking-no then
               move ws-k to ws-found-k
             end-if
           end-perform
           if ws-found-k = 0
             and ws-result-key-count < ws-max-result-keys then
             add 1 to ws-result-key-count
             move ws-result-key-count to ws-found-k
             move dr-booking-no to ws-rk-booking(ws-found-k)
             move 0 to ws-rk-rows(ws-found-k)
           end-if
           if ws-found-k > 0 then
             add 1 to ws-rk-rows(ws-found-k)
           end-if
           .

      * upcoming: not yet drawn and still able to be - dated after
      * today, or approved and dated today.  executed: drawn within
      * the window.  missed: never drawn and past its date, or due
      * today with no approval, which the nightly will not draw -
      * either way the draw did not happen when it was booked for
       write-one-section.
           move spaces to print-line
           write print-line
           move spaces to print-line
           evaluate true
             when ws-upcoming-section
               move "UPCOMING BOOKINGS" to print-line
             when ws-executed-section
               move "EXECUTED BOOKINGS" to print-line
             when ws-missed-section
               move "MISSED BOOKINGS" to print-line
           end-evaluate
           write print-line
           move spaces to print-line
           string "  BOOKING DRAW-DT  STREAM   RANGE / SET          "
             "REQUESTR APPROVER STATE                    PURPOSE"
             delimited by size into print-line
           write print-line
           move 0 to ws-section-count
           perform varying ws-b from 1 by 1
             until ws-b > ws-booking-count
             move ws-bk-record(ws-b) to db-record
             perform classify-one-booking
           end-perform
           if ws-section-count = 0 then
             move spaces to print-line
             move "  (none)" to print-line
             write print-line
           end-if
           .

       classify-one-booking.
           evaluate true
             when db-cancelled
               if ws-upcoming-section then
                 add 1 to ws-cancelled-count
               end-if
             when ws-upcoming-section and not db-done
               and (db-draw-date > ws-run-date
                 or (db-draw-date = ws-run-date and db-approved))
               add 1 to ws-upcoming-count
               if db-awaiting then
                 add 1 to ws-awaiting-count
                 move "AWAITING APPROVAL" to ws-state-text
               else
                 move "APPROVED" to ws-state-text
               end-if
               perform write-booking-line
             when ws-executed-section
               and db-done and db-draw-date >= ws-from-date
               add 1 to ws-executed-count
               perform find-result-count
               move spaces to ws-state-text
               string "RUN " db-run-number " DRAWS "
                 ws-result-count delimited by size into ws-state-text
               perform write-booking-line
             when ws-missed-section and not db-done
               and (db-draw-date < ws-run-date
                 or (db-draw-date = ws-run-date and db-awaiting))
               and db-draw-date >= ws-from-date
               add 1 to ws-missed-count
               if db-awaiting then
                 move "NEVER APPROVED" to ws-state-text
               else
                 move "APPROVED, NOT DRAWN" to ws-state-text
               end-if
               perform write-booking-line
           end-evaluate
           .

       find-result-count.
           move 0 to ws-result-count
           perform varying ws-k from 1 by 1
             until ws-k > ws-result-key-count
             if ws-rk-booking(ws-k) = db-booking-no then
               move ws-rk-rows(ws-k) to ws-result-count
             end-if
           end-perform
           .

       write-booking-line.
           add 1 to ws-section-count
           move spaces to ws-range-text
           evaluate true
             when db-set-size > 0
               string db-set-size " OF " db-range-low "-"
                 db-range-high delimited by size into ws-range-text
             when db-range-high > db-range-low
               string db-range-low "-" db-range-high
                 delimited by size into ws-range-text
             when other
               move "DECIMAL" to ws-range-text
           end-evaluate
           move spaces to print-line
           string "  " db-booking-no "  " db-draw-date " "
             db-stream " " ws-range-text " " db-requester " "
             db-approver " " ws-state-text " " db-purpose
             delimited by size into print-line
           write print-line
           .

       write-summary.
           move spaces to print-line
           write print-line
           if ws-skipped-count > 0 then
             move spaces to print-line
             string "*** " ws-skipped-count " BOOKINGS NOT LISTED - "
               "TABLE FULL, REPORT IS PARTIAL"
               delimited by size into print-line
             write print-line
           end-if
           move spaces to print-line
           string "UPCOMING " ws-upcoming-count
             "  (AWAITING APPROVAL " ws-awaiting-count ")"
             "  EXECUTED " ws-executed-count
             "  MISSED " ws-missed-count
             "  CANCELLED " ws-cancelled-count
             delimited by size into print-line
           write print-line
           .

      * the files this report read and wrote, fingerprinted into the
      * run manifest under the run number and step in flight
       record-run-manifest.
           move "DRAWBOOK-REPORT" to rm-program-id
           move "DRAWBOOK.DAT" to rm-file-name
           set rm-read to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           move "DRAWRES.DAT" to rm-file-name
           set rm-read to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           move "DRAWBOOK.RPT" to rm-file-name
           set rm-written to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           .

       record-table-peaks.
           move "DRAWBOOK-REPORT" to tp-program-id
           move "BOOKING REGISTER" to tp-table-name
           move ws-max-bookings to tp-ceiling
           compute tp-peak = ws-booking-count + ws-skipped-count
           call 'table-peak' using tp-program-id, tp-table-name,
               tp-ceiling, tp-peak
           .

      * a missed booking is a draw somebody was promised and did not
      * get - the desk has to answer for it
       set-job-status.
           evaluate true
             when ws-skipped-count > 0
               set job-error to true
               move "BOOKINGS EXCEED TABLE - REPORT PARTIAL"
                 to ws-job-message
             when ws-missed-count > 0
               set job-warning to true
               move "MISSED BOOKINGS ON REGISTER" to ws-job-message
             when other
               set job-ok to true
               move "BOOKING REGISTER REPORTED" to ws-job-message
           end-evaluate
           .

       write-audit-log.
           move "DRAWBOOK-REPORT" to aud-program-id
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

       end program drawbook-report.
