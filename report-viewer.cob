       identification division.
       program-id. report-viewer.

       environment division.
       input-output section.
       file-control.
           select report-index assign to 'RPTINDEX.DAT'
           organization is line sequential
           file status is ws-index-status.

           select archived-report assign dynamic ws-archive-name
           organization is line sequential
           file status is ws-report-status.

           select audit-log assign to 'AUDIT.LOG'
           organization is line sequential
           file status is ws-audit-log-status.

       data division.
       file section.
       fd  report-index.
       copy "rptindex-data.copy".

       fd  archived-report.
       01 report-line pic X(132).

       fd  audit-log.
       copy "audit-data.copy".

       working-storage section.
       copy "progstat-call.copy".
       copy "operator-data.copy".
       copy "signon-data.copy".
       copy "passcheck-data.copy".
       copy "permit-data.copy".
       01 ws-index-status pic XX.
       01 ws-report-status pic XX.
       01 ws-audit-log-status pic XX.
       01 ws-eof pic X value 'N'.
       01 ws-run-date pic X(8).
       01 ws-view-date pic X(8).
       01 ws-name-filter pic X(20).
       01 ws-action pic X(4).
       01 ws-page-action pic X(1).
       01 ws-pick pic 9(3).
       01 ws-archive-name pic X(40).
       01 ws-viewed pic 9(3) value 0.
       01 ws-lines-disp pic Z(6)9.

      * a page is what fits a screen with the heading and prompt;
      * the column offset shifts a wide report across in halves
       78  ws-page-lines value 20.
       01 ws-page pic 9(5).
       01 ws-last-page pic 9(5).
       01 ws-first-line pic 9(7).
       01 ws-line-no pic 9(7).
       01 ws-shown pic 9(3).
       01 ws-col pic 9(3) value 1.

      * the reports filed on the date asked for, in the order they
      * were filed
       78  ws-max-reports value 200.
       01 ws-report-count pic 9(3) value 0.
       01 ws-list-full pic X(1) value 'N'.
       01 ws-report-table.
           02 ws-rp-entry occurs ws-max-reports times.
               05 ws-rp-name pic X(20).
               05 ws-rp-run-number pic X(6).
               05 ws-rp-program pic X(20).
               05 ws-rp-stamp pic X(14).
               05 ws-rp-lines pic 9(7).
               05 ws-rp-archive pic X(40).
       01 ws-r pic 9(3).

       procedure division.
       main-line.
           move "REPORT-VIEWER" to aud-program-id
           call 'sysdate' using ws-run-date
           perform check-viewer-sign-on
           if so-rejected then
             display so-message
             move 8 to return-code
             stop run
           end-if
      * a refused sign-on is not a run - the status register
      * hears of the program only once the operator is let in
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           perform choose-date
           move spaces to ws-action
           perform until ws-action = 'Q'
             perform list-reports
             display "Report number to view, (D)ate, (Q)uit"
             move spaces to ws-action
             accept ws-action
             move function upper-case(ws-action) to ws-action
             evaluate true
               when ws-action = 'Q'
                 continue
               when ws-action = 'D'
                 perform choose-date
               when function trim(ws-action) is numeric
                 move function numval(ws-action) to ws-pick
                 perform view-report
               when other
                 display "UNKNOWN ACTION"
             end-evaluate
           end-perform
           perform write-audit-log
           stop run
           .

       check-viewer-sign-on.
           display "Operator ID, for the report archive"
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
             move "REPORT-VIEWER" to pc-program-id
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

      * a blank date is today's processing date; a report name, or
      * the start of one, narrows the list to that report
       choose-date.
           display "Processing date (yyyymmdd, blank for "
             ws-run-date ")"
           move spaces to ws-view-date
           accept ws-view-date
           if ws-view-date = spaces
             or ws-view-date is not numeric then
             move ws-run-date to ws-view-date
           end-if
           display "Report name (e.g. EXCEPTIONS.RPT, blank for all)"
           move spaces to ws-name-filter
           accept ws-name-filter
           move function upper-case(ws-name-filter) to ws-name-filter
           perform load-report-list
           .

       load-report-list.
           move 0 to ws-report-count
           move 'N' to ws-list-full
           move 'N' to ws-eof
           open input report-index
           if ws-index-status = '00' then
             perform until ws-eof = 'Y'
               read report-index
                 at end move 'Y' to ws-eof
                 not at end
                   if ri-run-date = ws-view-date then
                     perform take-index-row
                   end-if
               end-read
             end-perform
             close report-index
           end-if
           .

       take-index-row.
           if ws-name-filter not = spaces
             and ri-report-name(1:function length(
               function trim(ws-name-filter)))
               not = function trim(ws-name-filter) then
             exit paragraph
           end-if
           if ws-report-count >= ws-max-reports then
             move 'Y' to ws-list-full
             exit paragraph
           end-if
           add 1 to ws-report-count
           move ri-report-name to ws-rp-name(ws-report-count)
           move ri-run-number to ws-rp-run-number(ws-report-count)
           move ri-program-id to ws-rp-program(ws-report-count)
           move ri-stamp to ws-rp-stamp(ws-report-count)
           move ri-lines to ws-rp-lines(ws-report-count)
           move ri-archive-name to ws-rp-archive(ws-report-count)
           .

       list-reports.
           display " "
           display "REPORTS FILED FOR " ws-view-date
           if ws-report-count = 0 then
             display "  NONE ON FILE"
             exit paragraph
           end-if
           display "  NO  REPORT                RUN     PROGRAM"
             "               FILED     LINES"
           perform varying ws-r from 1 by 1
             until ws-r > ws-report-count
             move ws-rp-lines(ws-r) to ws-lines-disp
             display "  " ws-r " " ws-rp-name(ws-r) "  "
               ws-rp-run-number(ws-r) "  " ws-rp-program(ws-r) "  "
               ws-rp-stamp(ws-r)(9:2) ":" ws-rp-stamp(ws-r)(11:2)
               ":" ws-rp-stamp(ws-r)(13:2) " " ws-lines-disp
           end-perform
           if ws-list-full = 'Y' then
             display "  ** LIST FULL - NARROW IT BY REPORT NAME"
           end-if
           .

      * the archived copy is read afresh for each page, so paging
      * back costs a re-read and nothing is held but the page shown
       view-report.
           if ws-pick < 1 or ws-pick > ws-report-count then
             display "NO SUCH REPORT IN THE LIST"
             exit paragraph
           end-if
           move ws-rp-archive(ws-pick) to ws-archive-name
           open input archived-report
           if ws-report-status not = '00' then
             display "ARCHIVED COPY " function trim(ws-archive-name)
               " IS NOT ON DISK"
             exit paragraph
           end-if
           close archived-report
           add 1 to ws-viewed
           compute ws-last-page =
             (ws-rp-lines(ws-pick) + ws-page-lines - 1)
               / ws-page-lines
           if ws-last-page = 0 then
             move 1 to ws-last-page
           end-if
           move 1 to ws-page
           move 1 to ws-col
           move spaces to ws-page-action
           perform until ws-page-action = 'Q'
             perform show-report-page
             display "(N)ext (P)revious (T)op (B)ottom (R)ight "
               "(L)eft (Q)uit to list"
             move spaces to ws-page-action
             accept ws-page-action
             move function upper-case(ws-page-action)
               to ws-page-action
             evaluate ws-page-action
               when 'N'
               when space
                 if ws-page < ws-last-page then
                   add 1 to ws-page
                 end-if
               when 'P'
                 if ws-page > 1 then
                   subtract 1 from ws-page
                 end-if
               when 'T' move 1 to ws-page
               when 'B' move ws-last-page to ws-page
               when 'R'
                 if ws-col < 61 then
                   add 60 to ws-col
                 end-if
               when 'L'
                 if ws-col > 1 then
                   subtract 60 from ws-col
                 end-if
               when 'Q' continue
               when other display "UNKNOWN ACTION"
             end-evaluate
           end-perform
           .

       show-report-page.
           display " "
           display function trim(ws-rp-name(ws-pick)) "  "
             ws-view-date "  RUN " ws-rp-run-number(ws-pick)
             "  PAGE " ws-page " OF " ws-last-page
             "  FROM COLUMN " ws-col
           compute ws-first-line =
             (ws-page - 1) * ws-page-lines + 1
           move 0 to ws-line-no
           move 0 to ws-shown
           move 'N' to ws-eof
           open input archived-report
           if ws-report-status not = '00' then
             display "ARCHIVED COPY COULD NOT BE READ"
             exit paragraph
           end-if
           perform until ws-eof = 'Y' or ws-shown >= ws-page-lines
             read archived-report
               at end move 'Y' to ws-eof
               not at end
                 add 1 to ws-line-no
                 if ws-line-no >= ws-first-line then
                   add 1 to ws-shown
                   display report-line(ws-col:72)
                 end-if
             end-read
           end-perform
           close archived-report
           .

       write-audit-log.
           move "REPORT-VIEWER" to aud-program-id
           move function current-date to aud-timestamp
           move spaces to aud-outcome
           string ws-viewed " ARCHIVED REPORT(S) VIEWED"
             delimited by size into aud-outcome
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

       end program report-viewer.
