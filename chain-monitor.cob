       identification division.
       program-id. chain-monitor.

       environment division.
       input-output section.
       file-control.
           select step-def assign to 'STEPDEF.DAT'
           organization is line sequential
           file status is ws-step-def-status.

           select driver-ckpt assign to 'DRIVER.CKPT'
           organization is line sequential
           file status is ws-drv-ckpt-status.

           select journal-in assign to 'DRIVER.JRNL'
           organization is line sequential
           file status is ws-journal-in-status.

           select runnum-ctl assign to 'RUNNUM.CTL'
           organization is line sequential
           file status is ws-runnum-ctl-status.

           select window-ctl assign to 'BATCHWIN.CTL'
           organization is line sequential
           file status is ws-window-ctl-status.

           select monitor-ctl assign to 'MONITOR.CTL'
           organization is line sequential
           file status is ws-monitor-ctl-status.

           select alert-in assign to 'ALERTS.DAT'
           organization is line sequential
           file status is ws-alert-status.

           select audit-log assign to 'AUDIT.LOG'
           organization is line sequential
           file status is ws-audit-log-status.

       data division.
       file section.
       fd  step-def.
       copy "stepdef-data.copy".

       fd  driver-ckpt.
       01 drv-ckpt-record.
           02 drv-ckpt-last-step pic 9(2).
           02 drv-ckpt-run-number pic X(6).
           02 drv-ckpt-state-table.
               03 drv-ckpt-step-state pic X(1) occurs 40 times.
           02 drv-ckpt-rc-table.
               03 drv-ckpt-step-rc pic 9(2) occurs 40 times.
      * the driver's checkpoint from when it held 25 steps at most
       01 drv-ckpt-record-25.
           02 filler pic X(8).
           02 drv-ckpt25-state-table pic X(25).
           02 filler pic X(50).
           02 drv-ckpt25-unused pic X(45).

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

      * present only while a chain is in flight - the driver
      * retires it when the chain ends
       fd  runnum-ctl.
       01 rn-record.
           02 rn-card-number pic X(6).

       fd  window-ctl.
       01 wc-record.
           02 wc-cutoff-time pic X(6).

      * refresh interval in seconds; no card gives the default below
       fd  monitor-ctl.
       01 mc-record.
           02 mc-refresh-secs pic 9(3).

       fd  alert-in.
       01 alr-record.
           02 alr-date pic X(8).
           02 alr-time pic X(6).
           02 alr-program pic X(20).
           02 alr-outcome pic X(40).
           02 alr-return-code pic X(2).
           02 alr-ack-flag pic X(1).
           02 alr-ack-operator pic X(8).

       fd  audit-log.
       copy "audit-data.copy".

       working-storage section.
       copy "progstat-call.copy".
       copy "operator-data.copy".
       copy "signon-data.copy".
       copy "passcheck-data.copy".
       copy "permit-data.copy".
       01 ws-step-def-status pic XX.
       01 ws-drv-ckpt-status pic XX.
       01 ws-journal-in-status pic XX.
       01 ws-runnum-ctl-status pic XX.
       01 ws-window-ctl-status pic XX.
       01 ws-monitor-ctl-status pic XX.
       01 ws-alert-status pic XX.
       01 ws-audit-log-status pic XX.
       01 ws-eof pic X value 'N'.
       01 ws-quit pic X value 'N'.
       01 ws-any-key pic X(1).
       01 ws-refresh-secs pic 9(3) value 5.
       01 ws-timeout-tenths pic 9(6).
       01 ws-refresh-count pic 9(6) value 0.

      * tonight's chain: the run number in flight (or the last one
      * the checkpoint or journal saw) and the processing date its
      * rows carry - a chain crossing midnight keeps its start date
       01 ws-run-number pic X(6) value spaces.
       01 ws-run-date pic X(8) value spaces.
       01 ws-in-flight pic X value 'N'.
       01 ws-chain-start pic X(21) value spaces.
       01 ws-cutoff-time pic X(6) value '060000'.
       01 ws-forecast-finish pic X(5) value spaces.
       01 ws-forecast-stamp pic X(21) value spaces.
       01 ws-forecast-step pic 9(2) value 0.
       01 ws-running-step pic 9(2) value 0.
       01 ws-now-stamp pic X(21).
       01 ws-stamp pic X(21).
       01 ws-now-secs pic 9(6).
       01 ws-stamp-secs pic 9(6).
       01 ws-secs pic s9(7).
       01 ws-chain-secs pic 9(6) value 0.
       01 ws-hh pic 99.
       01 ws-mm pic 99.
       01 ws-ss pic 99.
       01 ws-chain-elapsed pic X(8).

       78  ws-max-steps value 40.

      * the steps in run order: from STEPDEF.DAT when present, else
      * every step the journal has ever named, in number order
       01 ws-list-total pic 9(2) value 0.
       01 ws-list-table.
           02 ws-list-step pic 9(2) occurs 40 times.
       01 ws-s pic 9(2).
       01 ws-p pic 9(2).
       01 ws-l pic 9(2).

      * per-step view, indexed by step number
       01 ws-step-view.
           02 ws-view-entry occurs 40 times.
               05 ws-view-name pic X(30).
               05 ws-view-state pic X(7).
               05 ws-view-elapsed pic 9(6).
               05 ws-view-outcome pic X(13).
               05 ws-view-ckpt pic X(1).
               05 ws-hist-total pic 9(9).
               05 ws-hist-days pic 9(5).
       01 ws-avg pic 9(6).
       01 ws-elapsed-edit pic ZZZZ9.
       01 ws-avg-edit pic ZZZZ9.
       01 ws-name-short pic X(16).

      * unacknowledged alerts raised since the chain's date; the
      * last four are shown, and rows past last refresh's count are
      * marked new
       01 ws-alert-count pic 9(4) value 0.
       01 ws-prev-alert-count pic 9(4) value 0.
       01 ws-new-alerts pic 9(4) value 0.
       01 ws-alert-ring.
           02 ws-ring-line pic X(78) occurs 4 times.
       01 ws-ring-at pic 9(1).
       01 ws-r pic 9(1).

      * screen lines, built fresh on every refresh
       01 ws-title-line pic X(78).
       01 ws-run-line pic X(78).
       01 ws-time-line pic X(78).
       01 ws-mon-lines.
           02 ws-mon-line pic X(78) occurs 14 times.
       01 ws-alert-head pic X(78).
       01 ws-alert-lines.
           02 ws-alert-line pic X(78) occurs 4 times.
       01 ws-status-text pic X(78) value spaces.
       01 ws-cell pic X(39).
       01 ws-col pic 9(2).

       screen section.
       01 monitor-screen blank screen.
         02 line 1 col 1 pic X(78) from ws-title-line highlight.
         02 line 2 col 1 pic X(78) from ws-run-line.
         02 line 3 col 1 pic X(78) from ws-time-line.
         02 line 4 col 1 pic X(78) from ws-mon-line(1).
         02 line 5 col 1 pic X(78) from ws-mon-line(2).
         02 line 6 col 1 pic X(78) from ws-mon-line(3).
         02 line 7 col 1 pic X(78) from ws-mon-line(4).
         02 line 8 col 1 pic X(78) from ws-mon-line(5).
         02 line 9 col 1 pic X(78) from ws-mon-line(6).
         02 line 10 col 1 pic X(78) from ws-mon-line(7).
         02 line 11 col 1 pic X(78) from ws-mon-line(8).
         02 line 12 col 1 pic X(78) from ws-mon-line(9).
         02 line 13 col 1 pic X(78) from ws-mon-line(10).
         02 line 14 col 1 pic X(78) from ws-mon-line(11).
         02 line 15 col 1 pic X(78) from ws-mon-line(12).
         02 line 16 col 1 pic X(78) from ws-mon-line(13).
         02 line 17 col 1 pic X(78) from ws-mon-line(14).
         02 line 18 col 1 pic X(78) from ws-alert-head
            reverse-video.
         02 line 19 col 1 pic X(78) from ws-alert-line(1)
            foreground-color 4 highlight.
         02 line 20 col 1 pic X(78) from ws-alert-line(2)
            foreground-color 4 highlight.
         02 line 21 col 1 pic X(78) from ws-alert-line(3)
            foreground-color 4 highlight.
         02 line 22 col 1 pic X(78) from ws-alert-line(4)
            foreground-color 4 highlight.
         02 line 23 col 1 pic X(78) from ws-status-text
            foreground-color 4 highlight.
         02 line 24 col 1
            value "Q + ENTER TO QUIT, ENTER TO REFRESH NOW" lowlight.

       procedure division.
       main-line.
           move "CHAIN-MONITOR" to aud-program-id
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
             move "CHAIN-MONITOR" to pc-program-id
             move 'I' to pc-mode-needed
             perform check-program-permit
           end-if
           if so-rejected then
             display so-message
             move 8 to return-code
             stop run
           end-if
      * a refused sign-on is not a run - the status register
      * hears of the program only once the operator is let in
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           perform load-refresh-interval
           perform load-window-cutoff
           compute ws-timeout-tenths = ws-refresh-secs * 10
           perform until ws-quit = 'Y'
             perform refresh-view
             display monitor-screen
             move space to ws-any-key
             accept ws-any-key with time-out ws-timeout-tenths
             if ws-any-key = 'Q' or 'q' then
               move 'Y' to ws-quit
             end-if
           end-perform
           perform write-audit-log
           stop run
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

       load-refresh-interval.
           open input monitor-ctl
           if ws-monitor-ctl-status = '00' then
             read monitor-ctl
               at end continue
               not at end
                 if mc-refresh-secs is numeric
                   and mc-refresh-secs > 0 then
                   move mc-refresh-secs to ws-refresh-secs
                 end-if
             end-read
             close monitor-ctl
           end-if
           .

       load-window-cutoff.
           open input window-ctl
           if ws-window-ctl-status = '00' then
             read window-ctl
               at end continue
               not at end
                 if wc-cutoff-time is numeric then
                   move wc-cutoff-time to ws-cutoff-time
                 end-if
             end-read
             close window-ctl
           end-if
           .

      * every refresh rereads the files from scratch - the driver
      * opens and closes each one per step, so a read here never
      * holds anything the chain needs
       refresh-view.
           add 1 to ws-refresh-count
           move function current-date to ws-now-stamp
           move ws-now-stamp to ws-stamp
           perform stamp-to-secs
           move ws-stamp-secs to ws-now-secs
           move spaces to ws-step-view
           perform varying ws-s from 1 by 1 until ws-s > ws-max-steps
             move 0 to ws-view-elapsed(ws-s)
             move 0 to ws-hist-total(ws-s)
             move 0 to ws-hist-days(ws-s)
           end-perform
           perform find-tonights-run
           perform load-step-list
           perform scan-journal
           perform apply-checkpoint
           perform settle-step-states
           perform build-screen-lines
           perform scan-alerts
           .

      * the run in flight names itself on RUNNUM.CTL; between
      * chains the checkpoint or the journal's last row does
       find-tonights-run.
           move spaces to ws-run-number
           move spaces to ws-run-date
           move 'N' to ws-in-flight
           open input runnum-ctl
           if ws-runnum-ctl-status = '00' then
             read runnum-ctl
               at end continue
               not at end
                 if rn-card-number is numeric then
                   move rn-card-number to ws-run-number
                   move 'Y' to ws-in-flight
                 end-if
             end-read
             close runnum-ctl
           end-if
           move spaces to drv-ckpt-record
           open input driver-ckpt
           if ws-drv-ckpt-status = '00' then
             read driver-ckpt
               at end move spaces to drv-ckpt-record
             end-read
             close driver-ckpt
           end-if
           if ws-run-number = spaces
             and drv-ckpt-run-number is numeric then
             move drv-ckpt-run-number to ws-run-number
           end-if
           open input journal-in
           if ws-journal-in-status = '00' then
             move 'N' to ws-eof
             perform until ws-eof = 'Y'
               read journal-in
                 at end move 'Y' to ws-eof
                 not at end
                   if ws-run-number = spaces
                     or jrnl-run-number = ws-run-number then
                     move jrnl-run-date to ws-run-date
                   end-if
                   if ws-in-flight not = 'Y'
                     and drv-ckpt-run-number is not numeric then
                     move jrnl-run-number to ws-run-number
                     move jrnl-run-date to ws-run-date
                   end-if
               end-read
             end-perform
             close journal-in
           end-if
           if ws-run-date = spaces then
             call 'sysdate' using ws-run-date
           end-if
           .

       load-step-list.
           move 0 to ws-list-total
           open input step-def
           if ws-step-def-status = '00' then
             move 'N' to ws-eof
             perform until ws-eof = 'Y'
               read step-def
                 at end move 'Y' to ws-eof
                 not at end
                   if sd-step is numeric
                     and sd-step >= 1 and sd-step <= ws-max-steps
                     and ws-list-total < ws-max-steps
                     and ws-view-name(sd-step) = spaces then
                     add 1 to ws-list-total
                     move sd-step to ws-list-step(ws-list-total)
                     move sd-step-name to ws-view-name(sd-step)
                   end-if
               end-read
             end-perform
             close step-def
           end-if
           .

      * one pass: history averages from other dates (the same
      * expected-cost figure window-forecast projects with),
      * tonight's latest outcome per step, the chain's first start
      * and the latest forecast row
       scan-journal.
           move spaces to ws-chain-start
           move spaces to ws-forecast-finish
           move spaces to ws-forecast-stamp
           move 0 to ws-forecast-step
           open input journal-in
           if ws-journal-in-status = '00' then
             move 'N' to ws-eof
             perform until ws-eof = 'Y'
               read journal-in
                 at end move 'Y' to ws-eof
                 not at end perform post-journal-row
               end-read
             end-perform
             close journal-in
           end-if
           if ws-list-total = 0 then
             perform varying ws-s from 1 by 1 until ws-s > ws-max-steps
               if ws-view-name(ws-s) not = spaces then
                 add 1 to ws-list-total
                 move ws-s to ws-list-step(ws-list-total)
               end-if
             end-perform
           end-if
           .

       post-journal-row.
           if jrnl-step < 1 or jrnl-step > ws-max-steps then
             exit paragraph
           end-if
           if jrnl-outcome = "FORECAST" then
             if jrnl-run-date = ws-run-date then
               move jrnl-step-name(17:5) to ws-forecast-finish
               move jrnl-start-stamp to ws-forecast-stamp
               move jrnl-step to ws-forecast-step
             end-if
             exit paragraph
           end-if
           if ws-list-total = 0 then
             move jrnl-step-name to ws-view-name(jrnl-step)
           end-if
           if jrnl-run-date not = ws-run-date then
             add jrnl-elapsed-secs to ws-hist-total(jrnl-step)
             add 1 to ws-hist-days(jrnl-step)
             exit paragraph
           end-if
           if ws-chain-start = spaces then
             move jrnl-start-stamp to ws-chain-start
           end-if
           move jrnl-elapsed-secs to ws-view-elapsed(jrnl-step)
           move jrnl-outcome to ws-view-outcome(jrnl-step)
           if jrnl-step = ws-forecast-step then
             move 0 to ws-forecast-step
           end-if
           .

       apply-checkpoint.
           if drv-ckpt-state-table not = spaces
             and drv-ckpt25-unused = spaces then
             perform varying ws-s from 1 by 1 until ws-s > 25
               move drv-ckpt25-state-table(ws-s:1) to ws-view-ckpt(ws-s)
             end-perform
             exit paragraph
           end-if
           if drv-ckpt-state-table not = spaces then
             perform varying ws-s from 1 by 1 until ws-s > ws-max-steps
               move drv-ckpt-step-state(ws-s) to ws-view-ckpt(ws-s)
             end-perform
           end-if
           .

      * tonight's journal outcome wins; a step with none falls back
      * to the checkpoint; the step a forecast row announced with no
      * outcome after it is the one running now.  with no forecast
      * history, the first pending step of a chain in flight is
       settle-step-states.
           move 0 to ws-running-step
           if ws-in-flight = 'Y' and ws-forecast-step > 0 then
             move ws-forecast-step to ws-running-step
           end-if
           perform varying ws-p from 1 by 1
             until ws-p > ws-list-total
             move ws-list-step(ws-p) to ws-s
             evaluate true
               when ws-view-outcome(ws-s) = "OK"
                 or ws-view-outcome(ws-s) = "RERUN OK"
                 move "DONE" to ws-view-state(ws-s)
               when ws-view-outcome(ws-s) = "NOT SCHEDULED"
                 or ws-view-outcome(ws-s) = "FORCED SKIP"
                 move "SKIPPED" to ws-view-state(ws-s)
               when ws-view-outcome(ws-s)(1:4) = "HELD"
                 move "HELD" to ws-view-state(ws-s)
               when ws-view-outcome(ws-s) not = spaces
                 move "FAILED" to ws-view-state(ws-s)
               when ws-view-ckpt(ws-s) = 'C'
                 move "DONE" to ws-view-state(ws-s)
               when ws-view-ckpt(ws-s) = 'N'
                 or ws-view-ckpt(ws-s) = 'K'
                 move "SKIPPED" to ws-view-state(ws-s)
               when other
                 move "PENDING" to ws-view-state(ws-s)
                 if ws-in-flight = 'Y' and ws-running-step = 0 then
                   move ws-s to ws-running-step
                 end-if
             end-evaluate
           end-perform
           if ws-running-step > 0 then
             move "RUNNING" to ws-view-state(ws-running-step)
             if ws-forecast-stamp not = spaces
               and ws-forecast-step = ws-running-step then
               move ws-forecast-stamp to ws-stamp
               perform stamp-to-secs
               compute ws-secs = ws-now-secs - ws-stamp-secs
               if ws-secs < 0 then
                 add 86400 to ws-secs
               end-if
               move ws-secs to ws-view-elapsed(ws-running-step)
             end-if
           end-if
           .

       build-screen-lines.
           move spaces to ws-title-line
           string "NIGHTLY CHAIN MONITOR  " ws-now-stamp(9:2) ":"
             ws-now-stamp(11:2) ":" ws-now-stamp(13:2)
             "  REFRESH EVERY " ws-refresh-secs "S"
             "  STEP SECS RUN/AVG" into ws-title-line
           move spaces to ws-run-line
           if ws-in-flight = 'Y' then
             string "RUN " ws-run-number " FOR " ws-run-date
               " - CHAIN IN FLIGHT" into ws-run-line
           else
             string "RUN " ws-run-number " FOR " ws-run-date
               " - NO CHAIN RUNNING, LAST SETTLED STEP "
               drv-ckpt-last-step into ws-run-line
           end-if
           move spaces to ws-chain-elapsed
           if ws-chain-start not = spaces then
             move ws-chain-start to ws-stamp
             perform stamp-to-secs
             compute ws-secs = ws-now-secs - ws-stamp-secs
             if ws-secs < 0 then
               add 86400 to ws-secs
             end-if
             move ws-secs to ws-chain-secs
             compute ws-hh = ws-chain-secs / 3600
             compute ws-mm = function mod(ws-chain-secs / 60, 60)
             compute ws-ss = function mod(ws-chain-secs, 60)
             string ws-hh ":" ws-mm ":" ws-ss
               into ws-chain-elapsed
           end-if
           move spaces to ws-time-line
           if ws-forecast-finish = spaces then
             move "--:--" to ws-forecast-finish
           end-if
           string "STARTED " ws-chain-start(9:2) ":"
             ws-chain-start(11:2) "  ELAPSED " ws-chain-elapsed
             "  FORECAST FINISH " ws-forecast-finish
             "  WINDOW " ws-cutoff-time(1:2) ":"
             ws-cutoff-time(3:2) into ws-time-line
      * up to 26 steps go in two columns with the history average;
      * a longer chain needs the third column and drops the average
           move spaces to ws-mon-lines
           perform varying ws-p from 1 by 1
             until ws-p > ws-list-total or ws-p > ws-max-steps
             move ws-list-step(ws-p) to ws-s
             perform build-step-cell
             if ws-list-total <= 26 then
               if ws-p <= 13 then
                 move ws-cell to ws-mon-line(ws-p)(1:39)
               else
                 compute ws-l = ws-p - 13
                 move ws-cell to ws-mon-line(ws-l)(40:39)
               end-if
             else
               compute ws-l = function mod(ws-p - 1, 14) + 1
               compute ws-col = ((ws-p - 1) / 14) * 26 + 1
               move ws-cell(1:26) to ws-mon-line(ws-l)(ws-col:26)
             end-if
           end-perform
           .

       build-step-cell.
           move ws-view-name(ws-s) to ws-name-short
           move ws-view-elapsed(ws-s) to ws-elapsed-edit
           if ws-hist-days(ws-s) > 0 then
             compute ws-avg = ws-hist-total(ws-s) / ws-hist-days(ws-s)
           else
             move 0 to ws-avg
           end-if
           move ws-avg to ws-avg-edit
           move spaces to ws-cell
           evaluate true
             when ws-list-total > 26
               string ws-s " " ws-name-short(1:8) " "
                 ws-view-state(ws-s) " " ws-elapsed-edit into ws-cell
             when ws-view-state(ws-s) = "PENDING"
               string ws-s " " ws-name-short " " ws-view-state(ws-s)
                 "       /" ws-avg-edit into ws-cell
             when other
               string ws-s " " ws-name-short " " ws-view-state(ws-s)
                 " " ws-elapsed-edit "/" ws-avg-edit into ws-cell
           end-evaluate
           .

       scan-alerts.
           move ws-alert-count to ws-prev-alert-count
           move 0 to ws-alert-count
           move spaces to ws-alert-ring
           move 0 to ws-ring-at
           open input alert-in
           if ws-alert-status = '00' then
             move 'N' to ws-eof
             perform until ws-eof = 'Y'
               read alert-in
                 at end move 'Y' to ws-eof
                 not at end
                   if alr-ack-flag not = 'Y'
                     and alr-date >= ws-run-date then
                     add 1 to ws-alert-count
                     perform ring-alert-row
                   end-if
               end-read
             end-perform
             close alert-in
           end-if
           move 0 to ws-new-alerts
           if ws-refresh-count > 1
             and ws-alert-count > ws-prev-alert-count then
             compute ws-new-alerts =
               ws-alert-count - ws-prev-alert-count
           end-if
           move spaces to ws-alert-head
           string "UNACKNOWLEDGED ALERTS SINCE " ws-run-date ": "
             ws-alert-count "   NEW SINCE LAST REFRESH: "
             ws-new-alerts into ws-alert-head
      * newest last, in arrival order
           move spaces to ws-alert-lines
           move 0 to ws-l
           perform varying ws-r from 1 by 1 until ws-r > 4
             add 1 to ws-ring-at
             if ws-ring-at > 4 then
               move 1 to ws-ring-at
             end-if
             if ws-ring-line(ws-ring-at) not = spaces then
               add 1 to ws-l
               move ws-ring-line(ws-ring-at) to ws-alert-line(ws-l)
             end-if
           end-perform
           move spaces to ws-status-text
           if ws-new-alerts > 0 then
             string ws-new-alerts " NEW ALERT(S) - ACKNOWLEDGE "
               "IN alert-review" into ws-status-text
           end-if
           .

       ring-alert-row.
           add 1 to ws-ring-at
           if ws-ring-at > 4 then
             move 1 to ws-ring-at
           end-if
           move spaces to ws-ring-line(ws-ring-at)
           string alr-time(1:2) ":" alr-time(3:2) " "
             alr-program " RC=" alr-return-code " "
             alr-outcome into ws-ring-line(ws-ring-at)
           .

       stamp-to-secs.
           compute ws-stamp-secs =
             function numval(ws-stamp(9:2)) * 3600 +
             function numval(ws-stamp(11:2)) * 60 +
             function numval(ws-stamp(13:2))
           .

       write-audit-log.
           move "CHAIN-MONITOR" to aud-program-id
           move function current-date to aud-timestamp
           move spaces to aud-outcome
           string "MONITOR SESSION, " ws-refresh-count
             " REFRESH(ES)" into aud-outcome
           move ws-operator-id to aud-operator-id
           move "00" to aud-return-code
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

       end program chain-monitor.
