       identification division.
       program-id. channel-report.

       environment division.
       input-output section.
       file-control.
           select channel-log assign to 'CHANNEL.DAT'
           organization is line sequential
           file status is ws-channel-log-status.

           select report-ctl assign to 'CHANNEL.CTL'
           organization is line sequential
           file status is ws-report-ctl-status.

           select report-out assign to 'CHANNEL.RPT'
           organization is line sequential.

           select audit-log assign to 'AUDIT.LOG'
           organization is line sequential
           file status is ws-audit-log-status.

       data division.
       file section.
       fd  channel-log.
       copy "channel-data.copy".

      * control card: the month to report, yyyymm; no card is the
      * month of the processing date
       fd  report-ctl.
       01 rc-record.
           02 rc-month pic X(6).

       fd  report-out.
       01 print-line pic X(100).

       fd  audit-log.
       copy "audit-data.copy".

       working-storage section.
       copy "progstat-call.copy".
       copy "rptarch-call.copy".
       copy "status-data.copy".
       01 ws-channel-log-status pic XX.
       01 ws-report-ctl-status pic XX.
       01 ws-audit-log-status pic XX.
       01 ws-eof pic X value 'N'.
       01 ws-run-date pic X(8).
       01 ws-month pic X(6).
       01 ws-days-found pic 9(2) value 0.

      * the month's totals by channel, in the merge's order
       01 ws-channel-values.
           02 filler pic X(13) value 'PPOST'.
           02 filler pic X(13) value 'TPHONE LINE'.
           02 filler pic X(13) value 'WWEB FORM'.
       01 ws-channel-table redefines ws-channel-values.
           02 ws-channel-entry occurs 3 times.
               05 ws-ch-code pic X(1).
               05 ws-ch-label pic X(12).
       78  ws-channel-count value 3.
       01 ws-c pic 9(1).
       01 ws-found-c pic 9(1).
       01 ws-month-totals.
           02 ws-mt-entry occurs 3 times.
               05 ws-mt-received pic 9(7).
               05 ws-mt-kept pic 9(7).
               05 ws-mt-lost pic 9(7).
       01 ws-all-received pic 9(7) value 0.
       01 ws-all-kept pic 9(7) value 0.
       01 ws-all-lost pic 9(7) value 0.

      * one line a day, each channel's received and kept side by
      * side
       01 ws-day-date pic X(8).
       01 ws-day-line.
           02 ws-dl-received pic 9(5) occurs 3 times.
           02 ws-dl-kept pic 9(5) occurs 3 times.
       01 ws-share pic 9(3)v9.
       01 ws-share-disp pic zz9.9.
       01 ws-count-disp pic z(6)9.

       procedure division.
       main-line.
           move "CHANNEL-REPORT" to aud-program-id
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           call 'sysdate' using ws-run-date
           perform get-run-parameters
           move zeros to ws-month-totals
           open output report-out
           perform write-report-header
           perform list-days
           perform write-month-totals
           close report-out
           move "CHANNEL-REPORT" to ra-program-id
           move "CHANNEL.RPT" to ra-report-name
           call 'report-archive' using ra-program-id, ra-report-name
           perform set-job-status
           display "JOB STATUS: " ws-job-return-code " "
             ws-job-message
           perform write-audit-log
           move ws-job-return-code to return-code
           stop run
           .

       get-run-parameters.
           move ws-run-date(1:6) to ws-month
           open input report-ctl
           if ws-report-ctl-status = '00' then
             read report-ctl
               at end continue
               not at end
                 if rc-month is numeric then
                   move rc-month to ws-month
                 end-if
             end-read
             close report-ctl
           end-if
           .

      * the log is appended a day at a time, so a day's rows come
      * together; a day's line is printed when the next day starts
       list-days.
           move spaces to ws-day-date
           move zeros to ws-day-line
           open input channel-log
           if ws-channel-log-status = '00' then
             move 'N' to ws-eof
             perform until ws-eof = 'Y'
               read channel-log
                 at end move 'Y' to ws-eof
                 not at end
                   if cl-date(1:6) = ws-month then
                     perform take-channel-row
                   end-if
               end-read
             end-perform
             close channel-log
           end-if
           if ws-day-date not = spaces then
             perform write-day-line
           end-if
           .

       take-channel-row.
           if cl-date not = ws-day-date then
             if ws-day-date not = spaces then
               perform write-day-line
             end-if
             move cl-date to ws-day-date
             move zeros to ws-day-line
             add 1 to ws-days-found
           end-if
           move 0 to ws-found-c
           perform varying ws-c from 1 by 1
             until ws-c > ws-channel-count or ws-found-c > 0
             if ws-ch-code(ws-c) = cl-channel then
               move ws-c to ws-found-c
             end-if
           end-perform
           if ws-found-c = 0 then
             exit paragraph
           end-if
           add cl-received to ws-dl-received(ws-found-c)
           add cl-kept to ws-dl-kept(ws-found-c)
           add cl-received to ws-mt-received(ws-found-c)
           add cl-kept to ws-mt-kept(ws-found-c)
           add cl-lost to ws-mt-lost(ws-found-c)
           add cl-received to ws-all-received
           add cl-kept to ws-all-kept
           add cl-lost to ws-all-lost
           .

       write-day-line.
           move spaces to print-line
           move ws-day-date to print-line(3:8)
           move ws-dl-received(1) to print-line(15:5)
           move ws-dl-kept(1) to print-line(22:5)
           move ws-dl-received(2) to print-line(31:5)
           move ws-dl-kept(2) to print-line(38:5)
           move ws-dl-received(3) to print-line(47:5)
           move ws-dl-kept(3) to print-line(54:5)
           write print-line
           .

      * what each channel brought in, and what share of the month's
      * answers that went on to the edit came by it.  an answer
      * lost is one the reader had already sent another way
       write-month-totals.
           move spaces to print-line
           write print-line
           move spaces to print-line
           string "  MONTH " ws-month " TOTALS  (" ws-days-found
             " DAY(S))" delimited by size into print-line
           write print-line
           move spaces to print-line
           write print-line
           move spaces to print-line
           move "CHANNEL" to print-line(3:12)
           move "RECEIVED" to print-line(17:8)
           move "KEPT" to print-line(31:4)
           move "LOST" to print-line(41:4)
           move "SHARE OF KEPT %" to print-line(49:15)
           write print-line
           perform varying ws-c from 1 by 1
             until ws-c > ws-channel-count
             move spaces to print-line
             move ws-ch-label(ws-c) to print-line(3:12)
             move ws-mt-received(ws-c) to ws-count-disp
             move ws-count-disp to print-line(17:7)
             move ws-mt-kept(ws-c) to ws-count-disp
             move ws-count-disp to print-line(28:7)
             move ws-mt-lost(ws-c) to ws-count-disp
             move ws-count-disp to print-line(38:7)
             move 0 to ws-share
             if ws-all-kept > 0 then
               compute ws-share rounded =
                 ws-mt-kept(ws-c) * 100 / ws-all-kept
             end-if
             move ws-share to ws-share-disp
             move ws-share-disp to print-line(53:5)
             write print-line
           end-perform
           move spaces to print-line
           move "ALL CHANNELS" to print-line(3:12)
           move ws-all-received to ws-count-disp
           move ws-count-disp to print-line(17:7)
           move ws-all-kept to ws-count-disp
           move ws-count-disp to print-line(28:7)
           move ws-all-lost to ws-count-disp
           move ws-count-disp to print-line(38:7)
           write print-line
           .

       write-report-header.
           move spaces to print-line
           string "SUBMISSIONS BY CHANNEL  " ws-month
             "  RUN " ws-run-date delimited by size into print-line
           write print-line
           move spaces to print-line
           write print-line
           move spaces to print-line
           move "DATE" to print-line(3:4)
           move "POST RECD/KEPT" to print-line(15:14)
           move "PHONE RECD/KEPT" to print-line(31:15)
           move "WEB RECD/KEPT" to print-line(47:13)
           write print-line
           move spaces to print-line
           write print-line
           .

       set-job-status.
           evaluate true
             when ws-days-found = 0
               set job-warning to true
               move "NO CHANNEL COUNTS FOR THE MONTH"
                 to ws-job-message
             when other
               set job-ok to true
               move spaces to ws-job-message
               string ws-days-found " DAY(S) OF CHANNEL COUNTS"
                 delimited by size into ws-job-message
           end-evaluate
           .

       write-audit-log.
           move "CHANNEL-REPORT" to aud-program-id
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

       end program channel-report.
