           02 mat-date pic X(10).
           02 mat-subject pic X(40).
           02 mat-word pic X(40).
           02 mat-publication pic X(2).
      * language master the match came from; spaces on legacy rows
      * and means the primary master
           02 mat-language pic X(2).
      * 'H' marks a hidden-word answer, spaces every other mode's
           02 mat-mode pic X(1).

       fd  master-in.
       01 mi-record pic X(28).
           02 kpi-dict-size pic 9(6).

       working-storage section.
       copy "progstat-call.copy".
       copy "rptarch-call.copy".
       01 ws-random-status pic XX.
       01 ws-volume-status pic XX.
       01 ws-rejects-status pic XX.

       procedure division.
       main-line.
           move "EOD-REPORT" to aud-program-id
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           call 'sysdate' using ws-sysdate
           move ws-sysdate to ws-run-date
           move ws-sysdate(1:6) to ws-run-month
           perform write-summary-page
           perform write-page-footer
           close report-out
           move "EOD-REPORT" to ra-program-id
           move "EODREPORT.PRT" to ra-report-name
           call 'report-archive' using ra-program-id, ra-report-name
           perform count-puzzle-matches
           perform count-dictionary
           perform append-kpi-record
           if ws-audit-log-status = "35" then
             open output audit-log
           end-if
           call 'audit-chain' using aud-record
           write aud-record
           close audit-log
           set pst-end to true
           call 'prog-status' using pst-action, aud-record
           .

       report-random-section.
               read matches-in
                 at end move 'Y' to ws-eof
                 not at end
      * the KPI counts anagram answers, as it always has; a phrase
      * subject's hidden words are a section of their own
                   if mat-date(1:8) = ws-sysdate
                     and mat-mode not = 'H' then
                     add 1 to ws-match-count
                   end-if
               end-read
