       environment division.
       input-output section.
       file-control.
           select status-register assign to 'PROGSTAT.IDX'
           organization is indexed
           access mode is dynamic
           record key is pgs-program-id
           file status is ws-register-status.

       data division.
       file section.
       fd  status-register.
       copy "progstat-data.copy".

       working-storage section.
       copy "operator-data.copy".
       copy "signon-data.copy".
       copy "passcheck-data.copy".
       copy "permit-data.copy".
       01 ws-register-status pic XX.
       01 ws-choice pic 9(2) value 0.
       01 ws-exit-flag pic X(1) value 'N'.
       01 ws-status-text pic X(40) value spaces.
      * one row per launchable program: the audit-log name it signs
      * its runs with, and the latest run's stamp and outcome shown
      * beside the menu entry, refreshed every time the menu paints
       78  ws-menu-count value 18.
       01 ws-menu-table.
           02 ws-menu-entry occurs ws-menu-count times.
               05 ws-menu-audit-name pic X(20).
               05 ws-menu-status pic X(24).
      * the entry's own line, and the least mode its program needs;
      * an entry the operator may not run is painted blank
               05 ws-menu-label pic X(38).
               05 ws-menu-need pic X(1).
               05 ws-menu-allowed pic X(1).
      * painted in the same foreground-color-4 style as the status
      * line, only when the entry's last run ended abnormally
               05 ws-menu-flag pic X(5).
         02 line 1 col 5 value "PUZZLE DESK UTILITY MENU" highlight.
         02 line 2 col 5 value "LAST RUN SHOWN BESIDE EACH ENTRY"
            lowlight.
         02 line 3 col 5 pic X(38) from ws-menu-label(1)
            reverse-video.
         02 line 3 col 44 pic X(24) from ws-menu-status(1).
         02 line 3 col 69 pic X(5) from ws-menu-flag(1)
            foreground-color 4 highlight.
         02 line 4 col 5 pic X(38) from ws-menu-label(2)
            reverse-video.
         02 line 4 col 44 pic X(24) from ws-menu-status(2).
         02 line 4 col 69 pic X(5) from ws-menu-flag(2)
            foreground-color 4 highlight.
         02 line 5 col 5 pic X(38) from ws-menu-label(3)
            reverse-video.
         02 line 5 col 44 pic X(24) from ws-menu-status(3).
         02 line 5 col 69 pic X(5) from ws-menu-flag(3)
            foreground-color 4 highlight.
         02 line 6 col 5 pic X(38) from ws-menu-label(4)
            reverse-video.
         02 line 6 col 44 pic X(24) from ws-menu-status(4).
         02 line 6 col 69 pic X(5) from ws-menu-flag(4)
            foreground-color 4 highlight.
         02 line 7 col 5 pic X(38) from ws-menu-label(5)
            reverse-video.
         02 line 7 col 44 pic X(24) from ws-menu-status(5).
         02 line 7 col 69 pic X(5) from ws-menu-flag(5)
            foreground-color 4 highlight.
         02 line 8 col 5 pic X(38) from ws-menu-label(6)
            reverse-video.
         02 line 8 col 44 pic X(24) from ws-menu-status(6).
         02 line 8 col 69 pic X(5) from ws-menu-flag(6)
            foreground-color 4 highlight.
         02 line 9 col 5 pic X(38) from ws-menu-label(7)
            reverse-video.
         02 line 9 col 44 pic X(24) from ws-menu-status(7).
         02 line 9 col 69 pic X(5) from ws-menu-flag(7)
            foreground-color 4 highlight.
         02 line 10 col 5 pic X(38) from ws-menu-label(8)
            reverse-video.
         02 line 10 col 44 pic X(24) from ws-menu-status(8).
         02 line 10 col 69 pic X(5) from ws-menu-flag(8)
            foreground-color 4 highlight.
         02 line 11 col 5 pic X(38) from ws-menu-label(9)
            reverse-video.
         02 line 11 col 44 pic X(24) from ws-menu-status(9).
         02 line 11 col 69 pic X(5) from ws-menu-flag(9)
            foreground-color 4 highlight.
         02 line 12 col 5 pic X(38) from ws-menu-label(10)
            reverse-video.
         02 line 12 col 44 pic X(24) from ws-menu-status(10).
         02 line 12 col 69 pic X(5) from ws-menu-flag(10)
            foreground-color 4 highlight.
         02 line 13 col 5 pic X(38) from ws-menu-label(11)
            reverse-video.
         02 line 13 col 44 pic X(24) from ws-menu-status(11).
         02 line 13 col 69 pic X(5) from ws-menu-flag(11)
            foreground-color 4 highlight.
         02 line 14 col 5 pic X(38) from ws-menu-label(12)
            reverse-video.
         02 line 14 col 44 pic X(24) from ws-menu-status(12).
         02 line 14 col 69 pic X(5) from ws-menu-flag(12)
            foreground-color 4 highlight.
         02 line 15 col 5 pic X(38) from ws-menu-label(13)
            reverse-video.
         02 line 15 col 44 pic X(24) from ws-menu-status(13).
         02 line 15 col 69 pic X(5) from ws-menu-flag(13)
            foreground-color 4 highlight.
         02 line 16 col 5 pic X(38) from ws-menu-label(14)
            reverse-video.
         02 line 16 col 44 pic X(24) from ws-menu-status(14).
         02 line 16 col 69 pic X(5) from ws-menu-flag(14)
            foreground-color 4 highlight.
         02 line 17 col 5 pic X(38) from ws-menu-label(15)
            reverse-video.
         02 line 17 col 44 pic X(24) from ws-menu-status(15).
         02 line 17 col 69 pic X(5) from ws-menu-flag(15)
            foreground-color 4 highlight.
         02 line 18 col 5 pic X(38) from ws-menu-label(16)
            reverse-video.
         02 line 18 col 44 pic X(24) from ws-menu-status(16).
         02 line 18 col 69 pic X(5) from ws-menu-flag(16)
            foreground-color 4 highlight.
         02 line 19 col 5 pic X(38) from ws-menu-label(17)
            reverse-video.
         02 line 19 col 44 pic X(24) from ws-menu-status(17).
         02 line 19 col 69 pic X(5) from ws-menu-flag(17)
            foreground-color 4 highlight.
         02 line 20 col 5 pic X(38) from ws-menu-label(18)
            reverse-video.
         02 line 20 col 44 pic X(24) from ws-menu-status(18).
         02 line 20 col 69 pic X(5) from ws-menu-flag(18)
            foreground-color 4 highlight.
         02 line 21 col 5 value "0. EXIT" reverse-video.
         02 line 23 col 5 pic X(40) from ws-status-text
            foreground-color 4 highlight.

       procedure division.
       main-line.
           perform check-menu-sign-on
           if so-rejected then
             display so-message
             move 8 to return-code
             stop run
           end-if
           perform load-menu-permits
           perform until ws-exit-flag = 'Y'
             perform load-last-run-statuses
             display main-menu
           stop run
           .

      * the menu signs its operator on like any other terminal
      * program, so it can show them only what they may run
       check-menu-sign-on.
           display "Operator ID"
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
           .

      * each entry is put to the permission matrix once, at sign-on.
      * the screens it launches check again at their own sign-on;
      * the batch entries, which the nightly chain also runs with
      * no one signed on, rely on this check alone
       load-menu-permits.
           perform init-menu-names
           move "1. ANAGRAM           - anagram batch"
             to ws-menu-label(1)
           move "2. DICO              - dico listing"
             to ws-menu-label(2)
           move "3. DICO-MAINT        - dico maint"
             to ws-menu-label(3)
           move "4. NUMERONYM-MAIN    - numeronym"
             to ws-menu-label(4)
           move "5. RANDOM-GENERATOR  - random draw"
             to ws-menu-label(5)
           move "6. DEPENDING-ON      - sampling rpt"
             to ws-menu-label(6)
           move "7. READ-N-INTEGERS   - totaling"
             to ws-menu-label(7)
           move "8. READ-UNTIL-WE-DIE - manual total"
             to ws-menu-label(8)
           move "9. TEST-UI           - entry screen"
             to ws-menu-label(9)
           move "10. PUZZLE-GENERATOR - daily puzzle"
             to ws-menu-label(10)
           move "11. EOD-REPORT       - end of day rpt"
             to ws-menu-label(11)
           move "12. DICO-AUDIT       - weekly audit"
             to ws-menu-label(12)
           move "13. WORD-LEADERBOARD - word of week"
             to ws-menu-label(13)
           move "14. RANDOM-EXPORT    - draw feed"
             to ws-menu-label(14)
           move "15. DRIVER           - nightly chain"
             to ws-menu-label(15)
           move "16. SHIFT-HANDOVER   - state snapshot"
             to ws-menu-label(16)
           move "17. JOB-REQUEST      - ad hoc jobs"
             to ws-menu-label(17)
           move "18. REPORT-VIEWER    - report archive"
             to ws-menu-label(18)
           move 'U' to ws-menu-need(1)
           move 'I' to ws-menu-need(2)
           move 'U' to ws-menu-need(3)
           move 'U' to ws-menu-need(4)
           move 'U' to ws-menu-need(5)
           move 'I' to ws-menu-need(6)
           move 'U' to ws-menu-need(7)
           move 'U' to ws-menu-need(8)
           move 'U' to ws-menu-need(9)
           move 'U' to ws-menu-need(10)
           move 'I' to ws-menu-need(11)
           move 'I' to ws-menu-need(12)
           move 'I' to ws-menu-need(13)
           move 'U' to ws-menu-need(14)
           move 'U' to ws-menu-need(15)
           move 'I' to ws-menu-need(16)
           move 'U' to ws-menu-need(17)
           move 'I' to ws-menu-need(18)
           perform varying ws-m from 1 by 1
             until ws-m > ws-menu-count
             move ws-menu-audit-name(ws-m) to pc-program-id
             move so-operator-id to pc-operator-id
             move so-authority to pc-authority
             move ws-menu-need(ws-m) to pc-mode-needed
             call 'permit-check' using pc-program-id, pc-operator-id,
                 pc-authority, pc-mode-needed, pc-mode, pc-message
             if pc-no-access then
               move 'N' to ws-menu-allowed(ws-m)
               move spaces to ws-menu-label(ws-m)
             else
               move 'Y' to ws-menu-allowed(ws-m)
             end-if
           end-perform
           .

       load-last-run-statuses.
           perform init-menu-names
           open input status-register
           if ws-register-status = '00' then
             perform varying ws-m from 1 by 1
               until ws-m > ws-menu-count
               move ws-menu-audit-name(ws-m) to pgs-program-id
               read status-register
                 invalid key continue
                 not invalid key perform post-last-run
               end-read
             end-perform
             close status-register
           end-if
           perform varying ws-m from 1 by 1
             until ws-m > ws-menu-count
             if ws-menu-allowed(ws-m) = 'N' then
               move spaces to ws-menu-status(ws-m)
               move spaces to ws-menu-flag(ws-m)
             end-if
             if ws-menu-flag(ws-m) = "ERROR" then
               add 1 to ws-error-count
             end-if
           move "RANDOM-EXPORT" to ws-menu-audit-name(14)
           move "DRIVER" to ws-menu-audit-name(15)
           move "SHIFT-HANDOVER" to ws-menu-audit-name(16)
           move "JOB-REQUEST" to ws-menu-audit-name(17)
           move "REPORT-VIEWER" to ws-menu-audit-name(18)
           perform varying ws-m from 1 by 1
             until ws-m > ws-menu-count
             move "(no runs recorded)" to ws-menu-status(ws-m)
           end-perform
           .

      * the entry's latest run from the status register; a non-zero
      * return code gets the same attention-marking treatment as the
      * status line, and a start with no end since is shown as such
       post-last-run.
           move spaces to ws-menu-status(ws-m)
           move spaces to ws-menu-flag(ws-m)
           if pgs-last-start > pgs-last-end then
             string pgs-last-start(1:8) " "
               pgs-last-start(9:6) " STARTED"
               into ws-menu-status(ws-m)
             exit paragraph
           end-if
           if pgs-last-rc is numeric then
             move pgs-last-rc to ws-rc-value
           else
             move 0 to ws-rc-value
           end-if
           if ws-rc-value = 0 then
             string pgs-last-end(1:8) " "
               pgs-last-end(9:6) " OK"
               into ws-menu-status(ws-m)
           else
             string pgs-last-end(1:8) " "
               pgs-last-end(9:6) " RC="
               pgs-last-rc
               into ws-menu-status(ws-m)
             move "ERROR" to ws-menu-flag(ws-m)
           end-if
           .

       route-selection.
           move spaces to ws-status-text
           if ws-choice >= 1 and ws-choice <= ws-menu-count then
             if ws-menu-allowed(ws-choice) = 'N' then
               move "NOT PERMITTED FOR THIS OPERATOR"
                 to ws-status-text
               exit paragraph
             end-if
           end-if
           evaluate ws-choice
             when 1 move "./anagram" to ws-command
             when 2 move "./dico" to ws-command
             when 14 move "./random-export" to ws-command
             when 15 move "./driver" to ws-command
             when 16 move "./shift-handover" to ws-command
             when 17 move "./job-request" to ws-command
             when 18 move "./report-viewer" to ws-command
             when 0 move 'Y' to ws-exit-flag
             when other move "INVALID SELECTION, TRY AGAIN"
               to ws-status-text

       procedure division using io-choice.
       main-line.
           display "Select an option (0-18)"
           accept io-choice
           goback
           .
