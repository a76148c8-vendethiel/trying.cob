       identification division.
       program-id. sla-report.

       environment division.
       input-output section.
       file-control.
           select outcome-log assign to 'DELIVSLA.LOG'
           organization is line sequential
           file status is ws-outcome-log-status.

           select report-ctl assign to 'SLARPT.CTL'
           organization is line sequential
           file status is ws-report-ctl-status.

           select report-out assign to 'SLA.RPT'
           organization is line sequential.

           select audit-log assign to 'AUDIT.LOG'
           organization is line sequential
           file status is ws-audit-log-status.

       data division.
       file section.
       fd  outcome-log.
       copy "delivlog-data.copy".

      * control card: the month to report as yyyymm; blank or
      * unreadable reports the month of the processing date
       fd  report-ctl.
       01 rc-record.
           02 rc-month pic X(6).

       fd  report-out.
       01 print-line pic X(132).

       fd  audit-log.
       copy "audit-data.copy".

       working-storage section.
       copy "progstat-call.copy".
       copy "rptarch-call.copy".
       copy "manifest-data.copy".
       copy "status-data.copy".
       01 ws-outcome-log-status pic XX.
       01 ws-report-ctl-status pic XX.
       01 ws-audit-log-status pic XX.
       01 ws-eof pic X value 'N'.
       01 ws-run-date pic X(8).
       01 ws-month pic X(6).
       01 ws-rows-used pic 9(5) value 0.
       01 ws-breach-rows pic 9(5) value 0.
       01 ws-table-full pic X(1) value 'N'.
       01 ws-pct pic 9(3).
       01 ws-pct-disp pic ZZ9.
       01 ws-count-disp pic ZZZZ9.
       01 ws-mins-disp pic ZZZZ9.
       01 ws-judged pic 9(5).
       01 ws-tot-owed pic 9(5) value 0.
       01 ws-tot-on-time pic 9(5) value 0.
       01 ws-tot-late pic 9(5) value 0.
       01 ws-tot-missed pic 9(5) value 0.
       01 ws-tot-untimed pic 9(5) value 0.
       01 ws-tot-pct pic 9(3) value 0.

      * one row per consumer seen in the month, in the order first
      * met; the percentage is on time over those judged, a file
      * made before its log carried a time counting neither way
       78  ws-max-consumers value 40.
       01 ws-consumer-count pic 9(3) value 0.
       01 ws-consumer-table.
           02 ws-cs-entry occurs ws-max-consumers times.
               05 ws-cs-consumer pic X(12).
               05 ws-cs-owed pic 9(5).
               05 ws-cs-on-time pic 9(5).
               05 ws-cs-late pic 9(5).
               05 ws-cs-missed pic 9(5).
               05 ws-cs-untimed pic 9(5).
               05 ws-cs-late-mins pic 9(7).
       01 ws-k pic 9(3).
       01 ws-found-k pic 9(3).

       procedure division.
       main-line.
           move "SLA-REPORT" to aud-program-id
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           call 'sysdate' using ws-run-date
           move ws-run-date(1:6) to ws-month
           perform get-run-parameters
           perform load-month-outcomes
           open output report-out
           perform write-report-header
           perform varying ws-k from 1 by 1
             until ws-k > ws-consumer-count
             perform write-consumer-line
           end-perform
           perform write-consumer-totals
           perform write-breach-detail
           perform write-report-footer
           close report-out
           move "SLA-REPORT" to ra-program-id
           move "SLA.RPT" to ra-report-name
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
           move "SLA-REPORT" to rm-program-id
           move "DELIVSLA.LOG" to rm-file-name
           set rm-read to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           move "SLA.RPT" to rm-file-name
           set rm-written to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           .

       get-run-parameters.
           open input report-ctl
           if ws-report-ctl-status = '00' then
             read report-ctl
               at end continue
               not at end
                 if rc-month is numeric
                   and rc-month(5:2) >= '01'
                   and rc-month(5:2) <= '12' then
                   move rc-month to ws-month
                 end-if
             end-read
             close report-ctl
           end-if
           .

       load-month-outcomes.
           move 'N' to ws-eof
           open input outcome-log
           if ws-outcome-log-status = '00' then
             perform until ws-eof = 'Y'
               read outcome-log
                 at end move 'Y' to ws-eof
                 not at end
                   if dl-run-date(1:6) = ws-month then
                     perform take-month-outcome
                   end-if
               end-read
             end-perform
             close outcome-log
           end-if
           .

       take-month-outcome.
           move 0 to ws-found-k
           perform varying ws-k from 1 by 1
             until ws-k > ws-consumer-count or ws-found-k > 0
             if ws-cs-consumer(ws-k) = dl-consumer then
               move ws-k to ws-found-k
             end-if
           end-perform
           if ws-found-k = 0 then
             if ws-consumer-count >= ws-max-consumers then
               move 'Y' to ws-table-full
               exit paragraph
             end-if
             add 1 to ws-consumer-count
             move ws-consumer-count to ws-found-k
             move dl-consumer to ws-cs-consumer(ws-found-k)
             move 0 to ws-cs-owed(ws-found-k)
             move 0 to ws-cs-on-time(ws-found-k)
             move 0 to ws-cs-late(ws-found-k)
             move 0 to ws-cs-missed(ws-found-k)
             move 0 to ws-cs-untimed(ws-found-k)
             move 0 to ws-cs-late-mins(ws-found-k)
           end-if
           add 1 to ws-rows-used
           add 1 to ws-cs-owed(ws-found-k)
           evaluate true
             when dl-on-time
               add 1 to ws-cs-on-time(ws-found-k)
             when dl-late
               add 1 to ws-cs-late(ws-found-k)
               if dl-minutes-late is numeric then
                 add dl-minutes-late to ws-cs-late-mins(ws-found-k)
               end-if
             when dl-missed
               add 1 to ws-cs-missed(ws-found-k)
             when other
               add 1 to ws-cs-untimed(ws-found-k)
           end-evaluate
           .

       write-report-header.
           move spaces to print-line
           string "DELIVERY SLA - ON-TIME BY CONSUMER  MONTH "
             ws-month "  RUN " ws-run-date into print-line
           write print-line
           move spaces to print-line
           write print-line
           move spaces to print-line
           move "  CONSUMER" to print-line(1:14)
           move "OWED" to print-line(17:5)
           move "ON TIME" to print-line(23:7)
           move "LATE" to print-line(32:5)
           move "MISSED" to print-line(38:6)
           move "UNTIMED" to print-line(45:7)
           move "ON TIME %" to print-line(53:9)
           move "MIN LATE" to print-line(63:8)
           write print-line
           move spaces to print-line
           write print-line
           .

       write-consumer-line.
           move spaces to print-line
           move ws-cs-consumer(ws-k) to print-line(3:12)
           move ws-cs-owed(ws-k) to ws-count-disp
           move ws-count-disp to print-line(17:5)
           move ws-cs-on-time(ws-k) to ws-count-disp
           move ws-count-disp to print-line(25:5)
           move ws-cs-late(ws-k) to ws-count-disp
           move ws-count-disp to print-line(32:5)
           move ws-cs-missed(ws-k) to ws-count-disp
           move ws-count-disp to print-line(39:5)
           move ws-cs-untimed(ws-k) to ws-count-disp
           move ws-count-disp to print-line(47:5)
           compute ws-judged = ws-cs-on-time(ws-k)
             + ws-cs-late(ws-k) + ws-cs-missed(ws-k)
           if ws-judged > 0 then
             compute ws-pct rounded =
               ws-cs-on-time(ws-k) * 100 / ws-judged
             move ws-pct to ws-pct-disp
             move ws-pct-disp to print-line(57:3)
             move "%" to print-line(60:1)
           else
             move "-" to print-line(59:1)
           end-if
           if ws-cs-late-mins(ws-k) > 99999 then
             move 99999 to ws-mins-disp
           else
             move ws-cs-late-mins(ws-k) to ws-mins-disp
           end-if
           move ws-mins-disp to print-line(66:5)
           write print-line
           add ws-cs-owed(ws-k) to ws-tot-owed
           add ws-cs-on-time(ws-k) to ws-tot-on-time
           add ws-cs-late(ws-k) to ws-tot-late
           add ws-cs-missed(ws-k) to ws-tot-missed
           add ws-cs-untimed(ws-k) to ws-tot-untimed
           .

       write-consumer-totals.
           move spaces to print-line
           write print-line
           move spaces to print-line
           move "  ALL" to print-line(1:14)
           move ws-tot-owed to ws-count-disp
           move ws-count-disp to print-line(17:5)
           move ws-tot-on-time to ws-count-disp
           move ws-count-disp to print-line(25:5)
           move ws-tot-late to ws-count-disp
           move ws-count-disp to print-line(32:5)
           move ws-tot-missed to ws-count-disp
           move ws-count-disp to print-line(39:5)
           move ws-tot-untimed to ws-count-disp
           move ws-count-disp to print-line(47:5)
           compute ws-judged = ws-tot-on-time + ws-tot-late
             + ws-tot-missed
           if ws-judged > 0 then
             compute ws-tot-pct rounded =
               ws-tot-on-time * 100 / ws-judged
             move ws-tot-pct to ws-pct-disp
             move ws-pct-disp to print-line(57:3)
             move "%" to print-line(60:1)
           else
             move "-" to print-line(59:1)
           end-if
           write print-line
           .

      * every breach in the month, so a penalty on a partner's
      * invoice can be checked against our own record of it
       write-breach-detail.
           move spaces to print-line
           write print-line
           move spaces to print-line
           move "  BREACHES" to print-line
           write print-line
           move 'N' to ws-eof
           open input outcome-log
           if ws-outcome-log-status = '00' then
             perform until ws-eof = 'Y'
               read outcome-log
                 at end move 'Y' to ws-eof
                 not at end
                   if dl-run-date(1:6) = ws-month
                     and (dl-late or dl-missed) then
                     perform write-breach-line
                   end-if
               end-read
             end-perform
             close outcome-log
           end-if
           if ws-breach-rows = 0 then
             move spaces to print-line
             move "    NONE" to print-line
             write print-line
           end-if
           .

       write-breach-line.
           add 1 to ws-breach-rows
           move spaces to print-line
           if dl-missed then
             string "    " dl-run-date "  " dl-consumer "  "
               dl-file-name "  DUE " dl-deadline-stamp(1:8) " "
               dl-deadline-stamp(9:2) ":" dl-deadline-stamp(11:2)
               "  MISSED" delimited by size into print-line
           else
             move dl-minutes-late to ws-mins-disp
             string "    " dl-run-date "  " dl-consumer "  "
               dl-file-name "  DUE " dl-deadline-stamp(1:8) " "
               dl-deadline-stamp(9:2) ":" dl-deadline-stamp(11:2)
               "  MADE " dl-made-stamp(1:8) " "
               dl-made-stamp(9:2) ":" dl-made-stamp(11:2)
               "  LATE " ws-mins-disp " MIN"
               delimited by size into print-line
           end-if
           write print-line
           .

       write-report-footer.
           move spaces to print-line
           write print-line
           move spaces to print-line
           string "  OUTCOMES IN MONTH: " ws-rows-used
             "  BREACHES: " ws-breach-rows into print-line
           write print-line
           if ws-table-full = 'Y' then
             move spaces to print-line
             move "  ** CONSUMER TABLE FULL - SOME CONSUMERS NOT SHOWN"
               to print-line
             write print-line
           end-if
           .

      * the daily check has already alerted each breach; the month
      * report only warns when it has nothing to say
       set-job-status.
           evaluate true
             when ws-rows-used = 0
               set job-warning to true
               move spaces to ws-job-message
               string "NO DELIVERY OUTCOMES FOR " ws-month
                 into ws-job-message
             when ws-table-full = 'Y'
               set job-warning to true
               move "SLA REPORT CONSUMER TABLE FULL"
                 to ws-job-message
             when other
               set job-ok to true
               move spaces to ws-job-message
               string "ON TIME " ws-tot-pct "% FOR " ws-month
                 into ws-job-message
           end-evaluate
           .

       write-audit-log.
           move "SLA-REPORT" to aud-program-id
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

       end program sla-report.
