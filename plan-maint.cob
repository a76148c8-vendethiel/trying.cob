       identification division.
       program-id. plan-maint.

       environment division.
       input-output section.
       file-control.
           select plan-file assign to 'EDPLAN.DAT'
           organization is line sequential
           file status is ws-plan-status.

           select plan-out assign to 'EDPLAN.NEW'
           organization is line sequential.

           select plan-live assign to 'EDPLAN.DAT'
           organization is line sequential.

           select calendar assign to 'CALENDAR.DAT'
           organization is line sequential
           file status is ws-calendar-status.

           select category-master assign to 'WORDCAT.DAT'
           organization is line sequential
           file status is ws-category-status.

           select audit-log assign to 'AUDIT.LOG'
           organization is line sequential
           file status is ws-audit-log-status.

       data division.
       file section.
       fd  plan-file.
       01 pf-record pic X(80).

       fd  plan-out.
       01 po-record pic X(80).

       fd  plan-live.
       01 pv-record pic X(80).

       fd  calendar.
       01 cal-record.
           02 cal-date pic X(8).
           02 cal-day-type pic X(1).
           02 cal-weekly-flag pic X(1).
           02 cal-month-end-flag pic X(1).

       fd  category-master.
       01 wc-record.
           02 wc-word pic A(25).
           02 wc-category pic X(8).

       fd  audit-log.
       copy "audit-data.copy".

       working-storage section.
       copy "progstat-call.copy".
       copy "operator-data.copy".
       copy "signon-data.copy".
       copy "passcheck-data.copy".
       copy "permit-data.copy".
       copy "plan-data.copy".
       01 ws-plan-status pic XX.
       01 ws-calendar-status pic XX.
       01 ws-category-status pic XX.
       01 ws-audit-log-status pic XX.
       01 ws-eof pic X value 'N'.
       01 ws-run-date pic X(8).
       01 ws-action pic X(1).
       01 ws-confirm pic X(1).
       01 ws-changes pic 9(3) value 0.
       01 ws-audit-text pic X(40).

      * the key and the values keyed for one plan row
       01 ws-work-pub pic X(2).
       01 ws-work-date pic X(8).
       01 ws-work-month pic X(6).
       01 ws-work-format pic X(1).
       01 ws-work-theme pic X(8).
       01 ws-work-band pic X(1).
       01 ws-work-language pic X(2).
       01 ws-work-grid pic X(2).
       01 ws-work-note pic X(40).
       01 ws-all-pubs pic X(1).
       01 ws-valid-flag pic X(1).
       01 ws-theme-found pic X(1).
       01 ws-format-name pic X(12).
       01 ws-day-name pic X(3).

      * the neighbouring dates a plan is checked against, so the
      * same special format does not land two days running
       01 ws-date-int pic 9(7).
       01 ws-date-num pic 9(8).
       01 ws-next-date pic X(8).
       01 ws-prev-date pic X(8).
       01 ws-near-date pic X(8).
       01 ws-clash-count pic 9(1).

      * the working calendar the plan is kept against; a date the
      * calendar does not carry cannot be planned
       78  ws-max-days value 366.
       01 ws-day-count pic 9(3) value 0.
       01 ws-day-table.
           02 ws-day-entry occurs ws-max-days times.
               05 ws-day-date pic X(8).
               05 ws-day-type pic X(1).
               05 ws-day-weekly pic X(1).
       01 ws-c pic 9(3).
       01 ws-found-c pic 9(3).

      * the plan itself, in date then publication order - a year
      * ahead for a handful of publications
       78  ws-max-plans value 2000.
       01 ws-plan-count pic 9(4) value 0.
       01 ws-plan-table.
           02 ws-pl-record pic X(80) occurs ws-max-plans times.
       01 ws-p pic 9(4).
       01 ws-found-p pic 9(4).
       01 ws-insert-p pic 9(4).
       01 ws-shown pic 9(4).

       procedure division.
       main-line.
           move "PLAN-MAINT" to aud-program-id
           call 'sysdate' using ws-run-date
           perform check-planner-sign-on
           if so-rejected then
             display so-message
             move 8 to return-code
             stop run
           end-if
      * a refused sign-on is not a run - the status register
      * hears of the program only once the operator is let in
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           perform load-live-calendar
           perform load-plan-file
           move spaces to ws-action
           perform until ws-action = 'Q'
             display "Action: (L)ist month (A)mend date "
               "(D)elete date (Q)uit"
             accept ws-action
             move function upper-case(ws-action) to ws-action
             evaluate ws-action
               when 'L' perform list-month
               when 'A' perform amend-plan-date
               when 'D' perform delete-plan-date
               when 'Q' continue
               when other display "UNKNOWN ACTION"
             end-evaluate
           end-perform
           if ws-changes > 0 then
             perform rewrite-plan-file
             display ws-changes " CHANGE(S) APPLIED - EDPLAN.DAT "
               "REPLACED"
           end-if
           perform write-audit-log
           stop run
           .

       check-planner-sign-on.
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
             move "PLAN-MAINT" to pc-program-id
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

       load-live-calendar.
           move 0 to ws-day-count
           open input calendar
           if ws-calendar-status = '00' then
             move 'N' to ws-eof
             perform until ws-eof = 'Y'
               read calendar
                 at end move 'Y' to ws-eof
                 not at end
                   if ws-day-count < ws-max-days then
                     add 1 to ws-day-count
                     move cal-date to ws-day-date(ws-day-count)
                     move cal-day-type
                       to ws-day-type(ws-day-count)
                     move cal-weekly-flag
                       to ws-day-weekly(ws-day-count)
                   end-if
               end-read
             end-perform
             close calendar
           else
             display "NO WORKING CALENDAR - NOTHING CAN BE PLANNED"
           end-if
           .

       load-plan-file.
           move 0 to ws-plan-count
           open input plan-file
           if ws-plan-status = '00' then
             move 'N' to ws-eof
             perform until ws-eof = 'Y'
               read plan-file
                 at end move 'Y' to ws-eof
                 not at end
                   if ws-plan-count < ws-max-plans then
                     add 1 to ws-plan-count
                     move pf-record to ws-pl-record(ws-plan-count)
                   end-if
               end-read
             end-perform
             close plan-file
           end-if
           display ws-plan-count " PLANNED DAY(S) ON FILE"
           .

      * a month off the calendar, day by day: every day with its
      * plan rows, and for one publication the days nobody has
      * planned yet - the gaps are what the desk is looking for
       list-month.
           display "Month (yyyymm)"
           accept ws-work-month
           display "Publication code (* for all, blank for the "
             "main paper)"
           accept ws-work-pub
           if ws-work-pub = '*' then
             move 'Y' to ws-all-pubs
           else
             move 'N' to ws-all-pubs
           end-if
           display "DATE     DAY PB FORMAT       THEME    B LA GS "
             "NOTE"
           move 0 to ws-shown
           perform varying ws-c from 1 by 1
             until ws-c > ws-day-count
             if ws-day-date(ws-c)(1:6) = ws-work-month then
               perform list-one-day
             end-if
           end-perform
           display ws-shown " PLAN ROW(S) LISTED"
           .

       list-one-day.
           evaluate ws-day-type(ws-c)
             when 'B' move "BUS" to ws-day-name
             when 'W' move "WKD" to ws-day-name
             when 'H' move "HOL" to ws-day-name
             when other move "???" to ws-day-name
           end-evaluate
           move 0 to ws-found-p
           perform varying ws-p from 1 by 1
             until ws-p > ws-plan-count
             move ws-pl-record(ws-p) to ep-record
             if ep-date = ws-day-date(ws-c)
               and (ws-all-pubs = 'Y'
                 or ep-publication = ws-work-pub) then
               move ws-p to ws-found-p
               add 1 to ws-shown
               perform set-format-name
               display ep-date " " ws-day-name " "
                 ep-publication " " ws-format-name " "
                 ep-theme " " ep-difficulty " " ep-language " "
                 ep-grid-size " " ep-note
             end-if
           end-perform
           if ws-found-p = 0 and ws-all-pubs = 'N' then
             display ws-day-date(ws-c) " " ws-day-name " "
               ws-work-pub " -- NOT PLANNED --"
           end-if
           .

       set-format-name.
           evaluate true
             when ep-anagram move "ANAGRAM" to ws-format-name
             when ep-pyramid move "PYRAMID" to ws-format-name
             when ep-crossword move "CROSSWORD" to ws-format-name
             when ep-word-search
               move "WORD SEARCH" to ws-format-name
             when ep-numeronym move "NUMERONYM" to ws-format-name
             when other move "?" to ws-format-name
           end-evaluate
           .

      * one row per publication and date: keying a date already
      * planned amends it.  the date has to be on the working
      * calendar and not yet past
       amend-plan-date.
           if not pc-may-update then
             display "INQUIRY ONLY - ACTION NOT PERMITTED"
             exit paragraph
           end-if
           perform accept-plan-key
           if ws-found-c = 0 then
             exit paragraph
           end-if
           if ws-day-type(ws-found-c) = 'H' then
             display "NOTE: HOLIDAY ON THE CALENDAR - NO BATCH RUNS "
               "THAT DAY, SO ITS PUZZLE IS GENERATED AHEAD"
           end-if
           if ws-found-p > 0 then
             move ws-pl-record(ws-found-p) to ep-record
             perform set-format-name
             display "CURRENT: " ws-format-name " THEME " ep-theme
               " BAND " ep-difficulty " LANG " ep-language
               " GRID " ep-grid-size
             display "         " ep-note
           end-if
           display "Format (A)nagram (P)yramid (X) crossword "
             "(W)ord search (N)umeronym"
           accept ws-work-format
           move function upper-case(ws-work-format)
             to ws-work-format
           display "Theme category (blank for none)"
           accept ws-work-theme
           move function upper-case(ws-work-theme) to ws-work-theme
           display "Difficulty band (E/M/H, blank for any)"
           accept ws-work-band
           move function upper-case(ws-work-band) to ws-work-band
           display "Language code (blank for the primary)"
           accept ws-work-language
           move function upper-case(ws-work-language)
             to ws-work-language
           move spaces to ws-work-grid
           if ws-work-format = 'W' then
             display "Grid size (blank for the standard 12)"
             accept ws-work-grid
           end-if
           display "Special-edition note (blank for none)"
           accept ws-work-note
           perform validate-plan-values
           if ws-valid-flag not = 'Y' then
             display "PLAN NOT CHANGED"
             exit paragraph
           end-if
           perform check-neighbour-formats
           if ws-clash-count > 0 then
             display "Keep this plan anyway (Y/N)"
             accept ws-confirm
             move function upper-case(ws-confirm) to ws-confirm
             if ws-confirm not = 'Y' then
               display "PLAN NOT CHANGED"
               exit paragraph
             end-if
           end-if
           perform store-plan-row
           add 1 to ws-changes
           move spaces to ws-audit-text
           string "PLAN SET " ws-work-date " PUB " ws-work-pub
             " FORMAT " ws-work-format delimited by size
             into ws-audit-text
           perform write-change-audit
           display "PLAN SAVED"
           .

      * publication and date for one plan row; ws-found-c is zero
      * when the date cannot be planned, ws-found-p the row already
      * on file for it (zero for none)
       accept-plan-key.
           move 0 to ws-found-p
           display "Publication code (blank for the main paper)"
           accept ws-work-pub
           move function upper-case(ws-work-pub) to ws-work-pub
           display "Date (yyyymmdd)"
           accept ws-work-date
           move 0 to ws-found-c
           perform varying ws-c from 1 by 1
             until ws-c > ws-day-count or ws-found-c > 0
             if ws-day-date(ws-c) = ws-work-date then
               move ws-c to ws-found-c
             end-if
           end-perform
           if ws-found-c = 0 then
             display "DATE NOT ON THE WORKING CALENDAR"
             exit paragraph
           end-if
           if ws-work-date < ws-run-date then
             display "DATE ALREADY PAST - NOT PLANNED"
             move 0 to ws-found-c
             exit paragraph
           end-if
           perform varying ws-p from 1 by 1
             until ws-p > ws-plan-count or ws-found-p > 0
             move ws-pl-record(ws-p) to ep-record
             if ep-date = ws-work-date
               and ep-publication = ws-work-pub then
               move ws-p to ws-found-p
             end-if
           end-perform
           .

      * a word search has nothing to draw from without its theme,
      * and a theme nobody has filed words under yields an empty
      * puzzle on the night
       validate-plan-values.
           move 'Y' to ws-valid-flag
           if ws-work-format not = space and not = 'A'
             and not = 'P' and not = 'X' and not = 'W'
             and not = 'N' then
             display "FORMAT MUST BE A, P, X, W OR N"
             move 'N' to ws-valid-flag
           end-if
           if ws-work-band not = space and not = 'E'
             and not = 'M' and not = 'H' then
             display "BAND MUST BE E, M, H OR BLANK"
             move 'N' to ws-valid-flag
           end-if
           if ws-work-format = 'W' and ws-work-theme = spaces then
             display "A WORD SEARCH NEEDS A THEME CATEGORY"
             move 'N' to ws-valid-flag
           end-if
           if ws-work-grid not = spaces
             and ws-work-grid is not numeric then
             display "GRID SIZE MUST BE TWO DIGITS OR BLANK"
             move 'N' to ws-valid-flag
           end-if
           if ws-work-theme not = spaces then
             perform check-theme-exists
             if ws-theme-found not = 'Y' then
               display "NO WORDS FILED UNDER THEME " ws-work-theme
               move 'N' to ws-valid-flag
             end-if
           end-if
           .

       check-theme-exists.
           move 'N' to ws-theme-found
           open input category-master
           if ws-category-status = '00' then
             move 'N' to ws-eof
             perform until ws-eof = 'Y' or ws-theme-found = 'Y'
               read category-master
                 at end move 'Y' to ws-eof
                 not at end
                   if wc-category = ws-work-theme then
                     move 'Y' to ws-theme-found
                   end-if
               end-read
             end-perform
             close category-master
           end-if
           .

      * the daily anagram runs every day by design; any other
      * format planned the day before or after for the same
      * publication is flagged for the planner to confirm
       check-neighbour-formats.
           move 0 to ws-clash-count
           if ws-work-format = space or ws-work-format = 'A' then
             exit paragraph
           end-if
           compute ws-date-int = function integer-of-date(
             function numval(ws-work-date))
           compute ws-date-num =
             function date-of-integer(ws-date-int - 1)
           move ws-date-num to ws-prev-date
           compute ws-date-num =
             function date-of-integer(ws-date-int + 1)
           move ws-date-num to ws-next-date
           perform varying ws-p from 1 by 1
             until ws-p > ws-plan-count
             move ws-pl-record(ws-p) to ep-record
             if ep-publication = ws-work-pub
               and ep-format = ws-work-format
               and (ep-date = ws-prev-date
                 or ep-date = ws-next-date) then
               add 1 to ws-clash-count
               move ep-date to ws-near-date
               perform set-format-name
               display "WARNING - " function trim(ws-format-name)
                 " ALSO PLANNED ON " ws-near-date
             end-if
           end-perform
           .

      * a new row goes in ahead of the first later date (or the
      * same date's next publication), so the file stays in order
       store-plan-row.
           if ws-found-p = 0 then
             if ws-plan-count >= ws-max-plans then
               display "PLAN TABLE FULL - ROW NOT ADDED"
               exit paragraph
             end-if
             move 0 to ws-insert-p
             perform varying ws-p from 1 by 1
               until ws-p > ws-plan-count or ws-insert-p > 0
               move ws-pl-record(ws-p) to ep-record
               if ep-date > ws-work-date
                 or (ep-date = ws-work-date
                   and ep-publication > ws-work-pub) then
                 move ws-p to ws-insert-p
               end-if
             end-perform
             if ws-insert-p = 0 then
               compute ws-insert-p = ws-plan-count + 1
             end-if
             perform varying ws-p from ws-plan-count by -1
               until ws-p < ws-insert-p
               move ws-pl-record(ws-p) to ws-pl-record(ws-p + 1)
             end-perform
             add 1 to ws-plan-count
             move ws-insert-p to ws-found-p
           end-if
           move spaces to ep-record
           move ws-work-pub to ep-publication
           move ws-work-date to ep-date
           move ws-work-format to ep-format
           move ws-work-theme to ep-theme
           move ws-work-band to ep-difficulty
           move ws-work-language to ep-language
           move ws-work-grid to ep-grid-size
           move ws-work-note to ep-note
           move ws-operator-id to ep-planned-by
           move ws-run-date to ep-planned-date
           move ep-record to ws-pl-record(ws-found-p)
           .

       delete-plan-date.
           if not pc-may-update then
             display "INQUIRY ONLY - ACTION NOT PERMITTED"
             exit paragraph
           end-if
           perform accept-plan-key
           if ws-found-c = 0 then
             exit paragraph
           end-if
           if ws-found-p = 0 then
             display "NOTHING PLANNED FOR THAT DATE AND PUBLICATION"
             exit paragraph
           end-if
           move ws-pl-record(ws-found-p) to ep-record
           perform set-format-name
           display "DELETE " ws-format-name " " ep-theme " "
             ep-note
           display "Confirm (Y/N)"
           accept ws-confirm
           move function upper-case(ws-confirm) to ws-confirm
           if ws-confirm not = 'Y' then
             display "PLAN NOT CHANGED"
             exit paragraph
           end-if
           perform varying ws-p from ws-found-p by 1
             until ws-p >= ws-plan-count
             move ws-pl-record(ws-p + 1) to ws-pl-record(ws-p)
           end-perform
           subtract 1 from ws-plan-count
           add 1 to ws-changes
           move spaces to ws-audit-text
           string "PLAN DELETED " ws-work-date " PUB " ws-work-pub
             delimited by size into ws-audit-text
           perform write-change-audit
           display "PLAN DELETED"
           .

       rewrite-plan-file.
           open output plan-out
           perform varying ws-p from 1 by 1
             until ws-p > ws-plan-count
             move ws-pl-record(ws-p) to po-record
             write po-record
           end-perform
           close plan-out
           move 'N' to ws-eof
           open input plan-out
           open output plan-live
           perform until ws-eof = 'Y'
             read plan-out
               at end move 'Y' to ws-eof
               not at end
                 move po-record to pv-record
                 write pv-record
             end-read
           end-perform
           close plan-out
           close plan-live
           .

      * each change is on the audit trail as it is made
       write-change-audit.
           move "PLAN-MAINT" to aud-program-id
           move function current-date to aud-timestamp
           move ws-audit-text to aud-outcome
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
           move "PLAN-MAINT" to aud-program-id
           move function current-date to aud-timestamp
           move spaces to aud-outcome
           string "PLAN MAINTENANCE COMPLETE, " ws-changes
             " CHANGE(S)" delimited by size into aud-outcome
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

       end program plan-maint.
