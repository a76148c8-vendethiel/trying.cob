       identification division.
       program-id. capacity-report.

       environment division.
       input-output section.
       file-control.
           select hwm-file assign to 'HWM.DAT'
           organization is line sequential
           file status is ws-hwm-status.

           select report-ctl assign to 'CAPACITY.CTL'
           organization is line sequential
           file status is ws-report-ctl-status.

           select report-out assign to 'CAPACITY.RPT'
           organization is line sequential.

           select audit-log assign to 'AUDIT.LOG'
           organization is line sequential
           file status is ws-audit-log-status.

       data division.
       file section.
       fd  hwm-file.
       copy "hwm-data.copy".

      * control card: how many weeks of trend to show, and the
      * percentage of a ceiling that draws the warning; blank or
      * unreadable fields keep six weeks and eighty percent
       fd  report-ctl.
       01 rc-record.
           02 rc-weeks pic X(1).
           02 rc-warn-pct pic X(3).

       fd  report-out.
       01 print-line pic X(132).

       fd  audit-log.
       copy "audit-data.copy".

       working-storage section.
       copy "progstat-call.copy".
       copy "rptarch-call.copy".
       copy "manifest-data.copy".
       copy "status-data.copy".
       01 ws-hwm-status pic XX.
       01 ws-report-ctl-status pic XX.
       01 ws-audit-log-status pic XX.
       01 ws-eof pic X value 'N'.
       01 ws-run-date pic X(8).
       01 ws-today-int pic 9(7).
       01 ws-row-int pic 9(7).
       01 ws-age-days pic s9(7).
       01 ws-week pic 9(3).
       78  ws-max-weeks value 8.
       01 ws-weeks pic 9(1) value 6.
       01 ws-warn-pct pic 9(3) value 80.
       01 ws-rows-read pic 9(7) value 0.
       01 ws-rows-used pic 9(7) value 0.
       01 ws-over-count pic 9(3) value 0.
       01 ws-table-full pic X(1) value 'N'.
       01 ws-pct pic 9(3).
       01 ws-latest-peak pic 9(7).
       01 ws-peak-disp pic Z(6)9.
       01 ws-ceiling-disp pic Z(6)9.
       01 ws-pct-disp pic ZZ9.
       01 ws-col pic 9(3).
       01 ws-w pic 9(1).

      * one row per program and table, its ceiling as last filed and
      * the highest peak filed in each week back from the run date;
      * week 1 is the seven days ending today
       78  ws-max-tables value 60.
       01 ws-table-count pic 9(3) value 0.
       01 ws-capacity-table.
           02 ws-cap-entry occurs ws-max-tables times.
               05 ws-cap-program pic X(20).
               05 ws-cap-table pic X(20).
               05 ws-cap-ceiling pic 9(7).
               05 ws-cap-week occurs ws-max-weeks times.
                   10 ws-cap-ran pic X(1).
                   10 ws-cap-peak pic 9(7).
       01 ws-t pic 9(3).
       01 ws-found-t pic 9(3).

       procedure division.
       main-line.
           move "CAPACITY-REPORT" to aud-program-id
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           call 'sysdate' using ws-run-date
           compute ws-today-int = function integer-of-date(
             function numval(ws-run-date))
           perform get-run-parameters
           perform load-high-water-marks
           open output report-out
           perform write-report-header
           perform varying ws-t from 1 by 1
             until ws-t > ws-table-count
             perform write-table-line
           end-perform
           perform write-report-footer
           close report-out
           move "CAPACITY-REPORT" to ra-program-id
           move "CAPACITY.RPT" to ra-report-name
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
           move "CAPACITY-REPORT" to rm-program-id
           move "HWM.DAT" to rm-file-name
           set rm-read to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           move "CAPACITY.RPT" to rm-file-name
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
                 if rc-weeks is numeric and rc-weeks > '0'
                   and rc-weeks <= ws-max-weeks then
                   move rc-weeks to ws-weeks
                 end-if
                 if rc-warn-pct is numeric and rc-warn-pct > '000'
                   and rc-warn-pct <= '100' then
                   move rc-warn-pct to ws-warn-pct
                 end-if
             end-read
             close report-ctl
           end-if
           .

       load-high-water-marks.
           open input hwm-file
           if ws-hwm-status = '00' then
             perform until ws-eof = 'Y'
               read hwm-file
                 at end move 'Y' to ws-eof
                 not at end
                   add 1 to ws-rows-read
                   perform take-high-water-mark
               end-read
             end-perform
             close hwm-file
           end-if
           .

      * a row outside the window, or with a date or figure that
      * will not read, plays no part in the trend
       take-high-water-mark.
           if hw-run-date is not numeric
             or hw-ceiling is not numeric
             or hw-peak is not numeric then
             exit paragraph
           end-if
           compute ws-row-int = function integer-of-date(
             function numval(hw-run-date))
           compute ws-age-days = ws-today-int - ws-row-int
           if ws-age-days < 0 then
             exit paragraph
           end-if
           compute ws-week = ws-age-days / 7 + 1
           if ws-week > ws-weeks then
             exit paragraph
           end-if
           move 0 to ws-found-t
           perform varying ws-t from 1 by 1
             until ws-t > ws-table-count or ws-found-t > 0
             if ws-cap-program(ws-t) = hw-program-id
               and ws-cap-table(ws-t) = hw-table-name then
               move ws-t to ws-found-t
             end-if
           end-perform
           if ws-found-t = 0 then
             if ws-table-count >= ws-max-tables then
               move 'Y' to ws-table-full
               exit paragraph
             end-if
             add 1 to ws-table-count
             move ws-table-count to ws-found-t
             move hw-program-id to ws-cap-program(ws-found-t)
             move hw-table-name to ws-cap-table(ws-found-t)
             perform varying ws-w from 1 by 1
               until ws-w > ws-max-weeks
               move 'N' to ws-cap-ran(ws-found-t, ws-w)
               move 0 to ws-cap-peak(ws-found-t, ws-w)
             end-perform
           end-if
           add 1 to ws-rows-used
      * the file is in run order, so the last ceiling read is the
      * one the program runs with now
           move hw-ceiling to ws-cap-ceiling(ws-found-t)
           move 'Y' to ws-cap-ran(ws-found-t, ws-week)
           if hw-peak > ws-cap-peak(ws-found-t, ws-week) then
             move hw-peak to ws-cap-peak(ws-found-t, ws-week)
           end-if
           .

       write-report-header.
           move spaces to print-line
           string "TABLE CAPACITY - WEEKLY HIGH-WATER MARKS  "
             ws-run-date "  WARNING ABOVE " ws-warn-pct
             "% OF CEILING" into print-line
           write print-line
           move spaces to print-line
           write print-line
           move spaces to print-line
           move "  PROGRAM" to print-line(1:22)
           move "TABLE" to print-line(23:20)
           move "CEILING" to print-line(44:7)
           move 52 to ws-col
           perform varying ws-w from ws-weeks by -1
             until ws-w < 1
             if ws-w = 1 then
               move "   THIS" to print-line(ws-col:7)
             else
               move spaces to print-line(ws-col:7)
               string "  WK -" ws-w delimited by size
                 into print-line(ws-col:7)
             end-if
             add 8 to ws-col
           end-perform
           move "  USE" to print-line(ws-col:5)
           write print-line
           move spaces to print-line
           write print-line
           .

      * weeks print oldest first so the trend reads left to right;
      * the use figure is the latest week the table was filled in
       write-table-line.
           move spaces to print-line
           move ws-cap-program(ws-t) to print-line(3:20)
           move ws-cap-table(ws-t) to print-line(23:20)
           move ws-cap-ceiling(ws-t) to ws-ceiling-disp
           move ws-ceiling-disp to print-line(44:7)
           move 52 to ws-col
           move 0 to ws-latest-peak
           perform varying ws-w from ws-weeks by -1
             until ws-w < 1
             if ws-cap-ran(ws-t, ws-w) = 'Y' then
               move ws-cap-peak(ws-t, ws-w) to ws-peak-disp
               move ws-peak-disp to print-line(ws-col:7)
               move ws-cap-peak(ws-t, ws-w) to ws-latest-peak
             else
               move "      -" to print-line(ws-col:7)
             end-if
             add 8 to ws-col
           end-perform
           if ws-cap-ceiling(ws-t) > 0 then
             compute ws-pct rounded =
               ws-latest-peak * 100 / ws-cap-ceiling(ws-t)
           else
             move 0 to ws-pct
           end-if
           move ws-pct to ws-pct-disp
           move ws-pct-disp to print-line(ws-col + 1:3)
           move "%" to print-line(ws-col + 4:1)
           if ws-pct > ws-warn-pct then
             add 1 to ws-over-count
             move "** NEAR CEILING" to print-line(ws-col + 7:15)
           end-if
           write print-line
           .

       write-report-footer.
           move spaces to print-line
           write print-line
           move spaces to print-line
           string "  TABLES: " ws-table-count
             "  NEAR CEILING: " ws-over-count
             "  ROWS IN WINDOW: " ws-rows-used
             "  ROWS ON FILE: " ws-rows-read into print-line
           write print-line
           if ws-table-full = 'Y' then
             move spaces to print-line
             move "  ** REPORT TABLE FULL - SOME TABLES NOT SHOWN"
               to print-line
             write print-line
           end-if
           .

      * a table near its ceiling is a warning while there is still
      * room; the alert gets the change planned before a run
      * truncates
       set-job-status.
           evaluate true
             when ws-over-count > 0
               set job-warning to true
               move spaces to ws-job-message
               string ws-over-count " TABLE(S) NEAR CEILING"
                 into ws-job-message
             when ws-table-full = 'Y'
               set job-warning to true
               move "CAPACITY REPORT TABLE FULL"
                 to ws-job-message
             when ws-table-count = 0
               set job-warning to true
               move "NO HIGH-WATER MARKS IN THE WINDOW"
                 to ws-job-message
             when other
               set job-ok to true
               move "ALL TABLES WITHIN CAPACITY" to ws-job-message
           end-evaluate
           .

       write-audit-log.
           move "CAPACITY-REPORT" to aud-program-id
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

       end program capacity-report.
