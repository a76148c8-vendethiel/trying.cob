       01 ws-remaining-secs pic 9(7) value 0.
       01 ws-max-step pic 9(2) value 0.
       01 ws-s pic 9(2).
       01 ws-f pic 9(2).
       01 ws-avg pic 9(6).
       01 ws-run-number pic X(6) value spaces.

      * class - a month-end-only step weighs in at its true
      * once-a-month share
       01 ws-step-history.
           02 ws-hist-entry occurs 40 times.
               05 ws-hist-total pic 9(9).
               05 ws-hist-days pic 9(5).

       linkage section.
       01 wf-run-date pic X(8).
       01 wf-step pic 9(2).
      * the steps still to run, the one about to start first, in the
      * chain's run order - step numbers are identities, so numeric
      * order says nothing about what is left
       01 wf-step-count pic 9(2).
       01 wf-step-table.
           02 wf-step-left pic 9(2) occurs 40 times.

       procedure division using wf-run-date, wf-step, wf-step-count,
           wf-step-table.
       main-line.
           move function current-date to ws-now-stamp
           compute ws-now-secs =
      * today as it goes, and those must not count twice
       sum-journal-history.
           move 0 to ws-max-step
           perform varying ws-s from 1 by 1 until ws-s > 40
             move 0 to ws-hist-total(ws-s)
             move 0 to ws-hist-days(ws-s)
           end-perform
                 at end move 'Y' to ws-eof
                 not at end
                   if jrnl-run-date not = wf-run-date
                     and jrnl-step >= 1 and jrnl-step <= 40
                     and jrnl-outcome not = "FORECAST" then
                     add jrnl-elapsed-secs
                       to ws-hist-total(jrnl-step)

       project-finish.
           move 0 to ws-remaining-secs
           perform varying ws-f from 1 by 1
             until ws-f > wf-step-count
             move wf-step-left(ws-f) to ws-s
             if ws-s >= 1 and ws-s <= 40
               and ws-hist-days(ws-s) > 0 then
               compute ws-avg = ws-hist-total(ws-s)
                 / ws-hist-days(ws-s)
               add ws-avg to ws-remaining-secs
           move ws-run-number to jo-run-number
           write jo-record
           close journal-out
           display "FORECAST: " wf-step-count " STEP(S) FROM STEP "
             wf-step " NEED " ws-remaining-secs "S, FINISH AROUND "
             ws-finish-time(1:2) ":" ws-finish-time(3:2)
           .

