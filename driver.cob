           select sysdate-ctl assign to 'SYSDATE.CTL'
           organization is line sequential.

           select step-def assign to 'STEPDEF.DAT'
           organization is line sequential
           file status is ws-step-def-status.

           select run-manifest assign to 'RUNMANIF.DAT'
           organization is line sequential
           file status is ws-manifest-status.

       data division.
       file section.
      * the step the chain last settled through in run order (00
      * once a chain completes), then the per-step state of the run
      * in flight, indexed by step number: 'C' complete, 'F' failed,
      * 'H' held back by a predecessor, 'N' not scheduled, 'K'
      * force-skipped, space not yet reached - and the return code
      * each step ended with, so a resumed chain judges predecessors
      * exactly as the interrupted one did.  a checkpoint written
      * before the state table existed is just the step number, and
      * reads as every step up to it complete
       fd  checkpoint.
       01 ckpt-record.
           02 ckpt-last-step pic 9(2).
           02 ckpt-run-number pic X(6).
           02 ckpt-state-table.
               03 ckpt-step-state pic X(1) occurs 40 times.
           02 ckpt-rc-table.
               03 ckpt-step-rc pic 9(2) occurs 40 times.
      * a checkpoint written while the chain held 25 steps at most:
      * the tables sit further forward and the tail reads as spaces
       01 ckpt-record-25.
           02 filler pic X(8).
           02 ckpt25-state-table pic X(25).
           02 ckpt25-rc-table pic X(50).
           02 ckpt25-unused pic X(45).

       fd  step-def.
       copy "stepdef-data.copy".

       fd  run-manifest.
       copy "runmanif-data.copy".

      * the last run correlation number allocated; each driver
      * launch takes the next one, so a stopped chain resumed after
           02 rs-last-run pic 9(6).

      * the current attempt's number, published for every step's
      * audit row through the runnum subprogram, and the step in
      * flight, so a step's run manifest rows name their step
       fd  runnum-ctl.
       01 rn-record.
           02 rn-card-number pic X(6).
           02 rn-card-step pic X(2).

      * one-night step overrides: 'S' force-skips the named step,
      * 'R' force-reruns it even though the checkpoint shows it
       copy "audit-data.copy".

       working-storage section.
       copy "progstat-call.copy".
       01 ws-ckpt-status pic XX.
       01 ws-audit-log-status pic XX.
       01 ws-override-ctl-status pic XX.
       01 ws-overrides-used pic 9(2) value 0.
       01 ws-override pic X(1).
       01 ws-override-table.
           02 ws-ovr-action pic X(1) occurs 40 times.
       01 ws-mv-command pic X(60).
       01 ws-run-seq-status pic XX.
       01 ws-run-number pic 9(6) value 0.
       01 ws-sysdate pic X(8).
       01 ws-eof pic X value 'N'.

       01 ws-step-def-status pic XX.
       01 ws-manifest-status pic XX.
       01 ws-keep-run pic X(6).
       01 ws-keep-command pic X(100).
       01 ws-step-source pic X(12) value spaces.

      * the step table in run order, loaded from STEPDEF.DAT or the
      * built-in chain; step numbers are identities, not positions,
      * and key the checkpoint, journal and override card
       78  ws-max-steps value 40.
       01 ws-step-total pic 9(2) value 0.
       01 ws-step-table.
           02 ws-stp-entry occurs 40 times.
               05 ws-stp-number pic 9(2).
               05 ws-stp-program pic X(20).
               05 ws-stp-name pic X(30).
               05 ws-stp-sched pic X(1).
               05 ws-stp-max-rc pic 9(2).
               05 ws-stp-pred pic 9(2) occurs 6 times.
       01 ws-p pic 9(2).
       01 ws-q pic 9(2).
      * the steps still to run, this one first, in run order - what
      * window-forecast adds up
       01 ws-fc-count pic 9(2).
       01 ws-fc-q pic 9(2).
       01 ws-fc-next pic 9(2).
       01 ws-later pic 9(2).
       01 ws-later-step pic 9(2).
       01 ws-fc-table.
           02 ws-fc-step pic 9(2) occurs 40 times.
       01 ws-pred-step pic 9(2).
       01 ws-pred-rc pic 9(2).
       01 ws-pred-ok pic X(1).
       01 ws-held-by pic 9(2).
       01 ws-held-rc pic 9(2).
       01 ws-failed-count pic 9(2) value 0.
       01 ws-held-count pic 9(2) value 0.
       01 ws-def-program pic X(20).
       01 ws-def-name pic X(30).
       01 ws-def-sched pic X(1).
      * built-in steps take the next number in run order; a step
      * added to the chain after it was numbered keeps the number it
      * was given, wherever it runs, so checkpoints and journals
      * written before it still line up
       01 ws-def-number pic 9(2) value 0.
       01 ws-def-next pic 9(2) value 0.

      * per-step state for this chain, carried in the checkpoint
       01 ws-step-state-table.
           02 ws-step-state pic X(1) occurs 40 times.
       01 ws-step-rc-table.
           02 ws-step-end-rc pic 9(2) occurs 40 times.

      * today's calendar entry; with no record on file for the run
      * date we assume a business day so an unmaintained calendar

      * per-step results held for the printed end-of-run summary
       01 ws-summary-table.
           02 ws-sum-entry occurs 40 times.
               05 ws-sum-name pic X(30).
               05 ws-sum-elapsed pic 9(6).
               05 ws-sum-rc pic 9(4).

       procedure division.
       main-line.
           move "DRIVER" to aud-program-id
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           perform check-catch-up-mode
           if ws-catchup-last not = spaces then
      * the catch-up attempt is its own traceable run; each
           call 'sysdate' using ws-sysdate
           perform allocate-run-number
           perform load-calendar
           perform load-step-definitions
           perform load-checkpoint
           perform load-step-overrides
      * one pre-flight page beats three partial reruns: every
           call "SYSTEM" using ws-command
           move return-code to ws-step-rc
           move 0 to return-code
           if ws-step-rc > 255 then
             divide ws-step-rc by 256 giving ws-step-rc
           end-if
           if ws-step-rc >= 8 then
             display "PREFLIGHT FAILED - CHAIN NOT STARTED, SEE "
               "PREFLIGHT.RPT"
             perform retire-run-number-card
             stop run
           end-if
      * the masters are checked against their layouts before any
      * step reads them; a damaged record is put right by hand, not
      * found by the step that abends on it
           move "./integrity-scan" to ws-command
           call "SYSTEM" using ws-command
           move return-code to ws-step-rc
           move 0 to return-code
           if ws-step-rc > 255 then
             divide ws-step-rc by 256 giving ws-step-rc
           end-if
           if ws-step-rc >= 8 then
             display "INTEGRITY SCAN FAILED - CHAIN NOT STARTED, SEE "
               "INTEGRITY.RPT"
             move "CHAIN NOT STARTED - MASTERS DAMAGED"
               to ws-chain-outcome
             move "08" to ws-chain-rc
             perform write-audit-log
             perform retire-run-number-card
             stop run
           end-if
           perform varying ws-p from 1 by 1
             until ws-p > ws-step-total
             perform set-step-command
             move ws-ovr-action(ws-step) to ws-override
             if ws-step-state(ws-step) = 'C' or 'N' or 'K' then
      * a force-rerun replays a step the checkpoint already shows
      * complete - without touching the checkpoint, so steps past
      * it are never replayed the way a hand-edited DRIVER.CKPT
      * once replayed 8 through 14
               if ws-override = 'R' then
                 add 1 to ws-overrides-used
                 display "STEP " ws-step ": " ws-step-name
                   " - FORCE-RERUN BY CONTROL CARD"
                 perform keep-first-attempt
                 perform run-step
                 if ws-step-rc not = 0 then
                   display "FORCED RERUN OF STEP " ws-step
                 display "STEP " ws-step
                   " ALREADY COMPLETE - SKIPPING"
               end-if
             else
               perform check-step-scheduled
               if ws-override = 'S' then
                 add 1 to ws-overrides-used
                 display "STEP " ws-step ": " ws-step-name
                   " - FORCE-SKIPPED BY CONTROL CARD"
                 perform journal-forced-skip
                 move 'K' to ws-step-state(ws-step)
                 move 0 to ws-step-end-rc(ws-step)
               else
               if ws-run-step-flag not = 'Y' then
                 display "STEP " ws-step ": " ws-step-name
                   " - NOT SCHEDULED TODAY"
                 perform journal-skipped-step
                 move 'N' to ws-step-state(ws-step)
                 move 0 to ws-step-end-rc(ws-step)
               else
                 perform check-predecessors
                 if ws-pred-ok not = 'Y' then
                   display "STEP " ws-step ": " ws-step-name
                     " - HELD, STEP " ws-held-by " ENDED RC="
                     ws-held-rc
                   perform journal-held-step
                   move 'H' to ws-step-state(ws-step)
                   move 0 to ws-step-end-rc(ws-step)
                 else
                   perform run-step
                   if ws-step-rc = 0 then
                     move 'C' to ws-step-state(ws-step)
                     move 0 to ws-step-end-rc(ws-step)
                   else
                     display "STEP " ws-step " FAILED, RC="
                       ws-step-rc
                     move 'F' to ws-step-state(ws-step)
                     if ws-step-rc < 0 or ws-step-rc > 99 then
                       move 99 to ws-step-end-rc(ws-step)
                     else
                       move ws-step-rc to ws-step-end-rc(ws-step)
                     end-if
                   end-if
                 end-if
               end-if
               end-if
               perform save-checkpoint
             end-if
           end-perform
           perform count-unsettled-steps
           if ws-failed-count = 0 and ws-held-count = 0 then
             display "NIGHTLY RUN COMPLETE"
             if ws-overrides-used > 0 then
               move spaces to ws-chain-outcome
               move "NIGHTLY RUN COMPLETE" to ws-chain-outcome
             end-if
             move "00" to ws-chain-rc
             move spaces to ws-step-state-table
             move zeros to ws-step-rc-table
             perform save-checkpoint
           else
             display "RERUN driver TO RETRY THE FAILED AND HELD STEPS"
             move spaces to ws-chain-outcome
             string "CHAIN INCOMPLETE: " ws-failed-count
               " FAILED, " ws-held-count " HELD"
               into ws-chain-outcome
             move "08" to ws-chain-rc
           end-if
           perform print-run-summary
           perform write-audit-log
      * a stopped chain is the morning the exceptions page matters
      * most, and the normal exceptions step is exactly what the stop
      * suppressed - run it out-of-band, without touching the
      * checkpoint, so the operator reads tonight's failures and
      * not yesterday's NO EXCEPTIONS
           close run-sequence
           open output runnum-ctl
           move ws-run-number to rn-card-number
           move spaces to rn-card-step
           write rn-record
           close runnum-ctl
           display "RUN NUMBER " ws-run-number " FOR " ws-sysdate
           if ws-audit-log-status = "35" then
             open output audit-log
           end-if
           call 'audit-chain' using aud-record
           write aud-record
           close audit-log
           set pst-end to true
           call 'prog-status' using pst-action, aud-record
           if ws-chain-rc not = "00" then
             call 'raise-alert' using aud-record
           end-if
           .

      * the table row for run position ws-p becomes the current step
       set-step-command.
           move ws-stp-number(ws-p) to ws-step
           move ws-stp-name(ws-p) to ws-step-name
           move ws-stp-sched(ws-p) to ws-step-sched
           move spaces to ws-command
           string "./" delimited by size
             ws-stp-program(ws-p) delimited by space
             into ws-command
           .

       load-step-definitions.
           move 0 to ws-step-total
           move spaces to ws-step-table
           open input step-def
           if ws-step-def-status = '00' then
             move "STEPDEF.DAT" to ws-step-source
             move 'N' to ws-eof
             perform until ws-eof = 'Y'
               read step-def
                 at end move 'Y' to ws-eof
                 not at end perform add-defined-step
               end-read
             end-perform
             close step-def
           end-if
           if ws-step-total = 0 then
             move "BUILT-IN" to ws-step-source
             perform load-default-steps
           end-if
           display "STEP DEFINITIONS: " ws-step-total " STEP(S) FROM "
             ws-step-source
           .

      * a definition line is checked before it joins the table: a
      * bad step number, a repeated one or a blank program is
      * dropped with a message, and a predecessor that does not run
      * ahead of the step is ignored - the chain cannot wait on a
      * step it has not reached
       add-defined-step.
           if sd-step is not numeric then
             exit paragraph
           end-if
           if sd-step < 1 or sd-step > ws-max-steps
             or sd-program = spaces then
             display "STEPDEF.DAT: STEP " sd-step
               " INVALID - LINE IGNORED"
             exit paragraph
           end-if
           perform varying ws-q from 1 by 1
             until ws-q > ws-step-total
             if ws-stp-number(ws-q) = sd-step then
               display "STEPDEF.DAT: STEP " sd-step
                 " DEFINED TWICE - SECOND LINE IGNORED"
               exit paragraph
             end-if
           end-perform
           if ws-step-total >= ws-max-steps then
             display "STEPDEF.DAT: MORE THAN " ws-max-steps
               " STEPS - STEP " sd-step " IGNORED"
             exit paragraph
           end-if
           add 1 to ws-step-total
           move sd-step to ws-stp-number(ws-step-total)
           move sd-program to ws-stp-program(ws-step-total)
           move sd-step-name to ws-stp-name(ws-step-total)
           move sd-sched to ws-stp-sched(ws-step-total)
           if sd-max-pred-rc is numeric then
             move sd-max-pred-rc to ws-stp-max-rc(ws-step-total)
           else
             move 0 to ws-stp-max-rc(ws-step-total)
           end-if
           perform varying ws-j from 1 by 1 until ws-j > 6
             move 0 to ws-stp-pred(ws-step-total, ws-j)
             if sd-pred(ws-j) is numeric and sd-pred(ws-j) > 0 then
               move 'N' to ws-pred-ok
               perform varying ws-q from 1 by 1
                 until ws-q >= ws-step-total
                 if ws-stp-number(ws-q) = sd-pred(ws-j) then
                   move 'Y' to ws-pred-ok
                 end-if
               end-perform
               if ws-pred-ok = 'Y' then
                 move sd-pred(ws-j)
                   to ws-stp-pred(ws-step-total, ws-j)
               else
                 display "STEPDEF.DAT: STEP " sd-step
                   " PREDECESSOR " sd-pred(ws-j)
                   " DOES NOT RUN BEFORE IT - IGNORED"
               end-if
             end-if
           end-perform
           .

      * the chain as it stood before the definition file: every
      * step hangs off the one before it and tolerates nothing, so
      * the first failure holds everything after it.  schedule
      * codes: 'D' runs every non-holiday day, 'B' only on business
      * days (the allocation system does not pick up the RANDOM.EXP
      * feed on weekends), 'W' when the calendar's weekly flag is
      * set, 'M' only at month-end
       load-default-steps.
           move 0 to ws-def-next
           move "random-generator" to ws-def-program
           move "RANDOM-GENERATOR (DAILY DRAW)" to ws-def-name
           move 'D' to ws-def-sched
           perform add-default-step
           move "dico" to ws-def-program
           move "DICO (DICTIONARY VALIDATION)" to ws-def-name
           move 'D' to ws-def-sched
           perform add-default-step
           move "word-master-build" to ws-def-program
           move "WORD-MASTER-BUILD (DICT INDEX)" to ws-def-name
           move 'D' to ws-def-sched
           perform add-default-step
           move "word-master-verify" to ws-def-program
           move "WORD-MASTER-VERIFY (INDEX CHK)" to ws-def-name
           move 'D' to ws-def-sched
           perform add-default-step
           move "anagram" to ws-def-program
           move "ANAGRAM (PUZZLE BATCH)" to ws-def-name
           move 'D' to ws-def-sched
           perform add-default-step
      * the featured-word pick runs ahead of the generator so the
      * day's FEATWORD file is on disk when the sheet margin reads
      * it - unscheduled, the word-of-the-day box never prints
           move "featured-word" to ws-def-program
           move "FEATURED-WORD (DAILY PICK)" to ws-def-name
           move 'D' to ws-def-sched
           perform add-default-step
           move "puzzle-generator" to ws-def-program
           move "PUZZLE-GENERATOR (DAILY PUZZLE)" to ws-def-name
           move 'D' to ws-def-sched
           perform add-default-step
           move "random-export" to ws-def-program
           move "RANDOM-EXPORT (DRAW FEED)" to ws-def-name
           move 'B' to ws-def-sched
           perform add-default-step
           move "dico-audit" to ws-def-program
           move "DICO-AUDIT (WEEKLY AUDIT)" to ws-def-name
           move 'W' to ws-def-sched
           perform add-default-step
           move "word-leaderboard" to ws-def-program
           move "WORD-LEADERBOARD (WORD OF WEEK)" to ws-def-name
           move 'W' to ws-def-sched
           perform add-default-step
           move "word-usage-update" to ws-def-program
           move "WORD-USAGE-UPDATE (ANSWER HIST)" to ws-def-name
           move 'D' to ws-def-sched
           perform add-default-step
           move "randhist-report" to ws-def-program
           move "RANDHIST-REPORT (DRAW FAIRNESS)" to ws-def-name
           move 'M' to ws-def-sched
           perform add-default-step
           move "numeronym" to ws-def-program
           move "NUMERONYM (GLOSSARY REPORT)" to ws-def-name
           move 'D' to ws-def-sched
           perform add-default-step
           move "numindex-build" to ws-def-program
           move "NUMINDEX-BUILD (REVERSE INDEX)" to ws-def-name
           move 'D' to ws-def-sched
           perform add-default-step
      * standing entries are posted before anything reads the
      * entry master, so the month closes and the feed goes out with
      * the day's rents and fees in them
           move "standing-gen" to ws-def-program
           move "STANDING-GEN (STANDING ENTRY)" to ws-def-name
           move 'B' to ws-def-sched
           move 26 to ws-def-number
           perform add-default-step
           move "period-close" to ws-def-program
           move "PERIOD-CLOSE (ENTRY ARCHIVE)" to ws-def-name
           move 'M' to ws-def-sched
           perform add-default-step
      * business days only, like the allocation feed at step 8 -
      * finance does not load on a weekend either.  it waits on the
      * standing entries as well as on the close, which stands
      * aside on every day but month-end
           move "finance-export" to ws-def-program
           move "FINANCE-EXPORT (TOTALS FEED)" to ws-def-name
           move 'B' to ws-def-sched
           perform add-default-step
           move 26 to ws-stp-pred(ws-step-total, 2)
           move "finance-ack-recon" to ws-def-program
           move "FINANCE-ACK-RECON (FEED CHK)" to ws-def-name
           move 'B' to ws-def-sched
           perform add-default-step
           move "puzzle-booklet" to ws-def-program
           move "PUZZLE-BOOKLET (WEEKEND BKLT)" to ws-def-name
           move 'W' to ws-def-sched
           perform add-default-step
      * the reconciliation runs ahead of the morning page so a
      * hard break's alert is already open when the page prints
           move "chain-reconcile" to ws-def-program
           move "CHAIN-RECONCILE (PUZZLE XCHK)" to ws-def-name
           move 'D' to ws-def-sched
           perform add-default-step
           move "exceptions-report" to ws-def-program
           move "EXCEPTIONS-REPORT (MORNING PG)" to ws-def-name
           move 'D' to ws-def-sched
           perform add-default-step
           move "backup-set" to ws-def-program
           move "BACKUP-SET (MASTER BACKUPS)" to ws-def-name
           move 'D' to ws-def-sched
           perform add-default-step
      * the week's table peaks are all filed by here, the day's
      * puzzle runs included
           move "capacity-report" to ws-def-program
           move "CAPACITY-REPORT (TABLE PEAKS)" to ws-def-name
           move 'W' to ws-def-sched
           perform add-default-step
      * late, so a hand-edited card's warning holds nothing up;
      * its alert is waiting for the day shift
           move "ctl-check" to ws-def-program
           move "CTL-CHECK (CONTROL CARD CHECK)" to ws-def-name
           move 'D' to ws-def-sched
           perform add-default-step
      * every feed and sheet the commitments cover is made by here;
      * the checks follow the established steps rather than renumber
      * them, so a breach alert is open before the day shift starts
           move "delivery-check" to ws-def-program
           move "DELIVERY-CHECK (FEED SLA)" to ws-def-name
           move 'D' to ws-def-sched
           perform add-default-step
           move "sla-report" to ws-def-program
           move "SLA-REPORT (MONTHLY ON-TIME)" to ws-def-name
           move 'M' to ws-def-sched
           perform add-default-step
           .

       add-default-step.
           add 1 to ws-step-total
           if ws-def-number > 0 then
             move ws-def-number to ws-stp-number(ws-step-total)
             move 0 to ws-def-number
           else
             add 1 to ws-def-next
             move ws-def-next to ws-stp-number(ws-step-total)
           end-if
           move ws-def-program to ws-stp-program(ws-step-total)
           move ws-def-name to ws-stp-name(ws-step-total)
           move ws-def-sched to ws-stp-sched(ws-step-total)
           move 0 to ws-stp-max-rc(ws-step-total)
           perform varying ws-j from 1 by 1 until ws-j > 6
             move 0 to ws-stp-pred(ws-step-total, ws-j)
           end-perform
           if ws-step-total > 1 then
             move ws-stp-number(ws-step-total - 1)
               to ws-stp-pred(ws-step-total, 1)
           end-if
           .

      * every predecessor must have ended within the step's
      * tolerance: complete, unscheduled and force-skipped steps
      * count as 00, a failed step as its own return code, and a
      * step that was itself held (or never reached) as 99 - so a
      * tolerance of 99 runs the step whatever happened upstream
       check-predecessors.
           move 'Y' to ws-pred-ok
           move 0 to ws-held-by
           move 0 to ws-held-rc
           perform varying ws-j from 1 by 1 until ws-j > 6
             move ws-stp-pred(ws-p, ws-j) to ws-pred-step
             if ws-pred-step > 0 then
               evaluate ws-step-state(ws-pred-step)
                 when 'C'
                 when 'N'
                 when 'K'
                   move 0 to ws-pred-rc
                 when 'F'
                   move ws-step-end-rc(ws-pred-step) to ws-pred-rc
                 when other
                   move 99 to ws-pred-rc
               end-evaluate
               if ws-pred-rc > ws-stp-max-rc(ws-p) then
                 move 'N' to ws-pred-ok
                 move ws-pred-step to ws-held-by
                 move ws-pred-rc to ws-held-rc
               end-if
             end-if
           end-perform
           .

      * the settled point is the last step in run order with every
      * step up to it complete, unscheduled or skipped - the step
      * the old one-number checkpoint would have named
       count-unsettled-steps.
           move 0 to ws-failed-count
           move 0 to ws-held-count
           move 0 to ws-last-step
           move 'Y' to ws-pred-ok
           perform varying ws-q from 1 by 1
             until ws-q > ws-step-total
             move ws-stp-number(ws-q) to ws-pred-step
             evaluate ws-step-state(ws-pred-step)
               when 'C'
               when 'N'
               when 'K'
                 if ws-pred-ok = 'Y' then
                   move ws-pred-step to ws-last-step
                 end-if
               when 'F'
                 add 1 to ws-failed-count
                 move 'N' to ws-pred-ok
               when other
                 add 1 to ws-held-count
                 move 'N' to ws-pred-ok
             end-evaluate
           end-perform
           .

       check-step-scheduled.
           end-if
           .

      * before a forced rerun overwrites them, the files the step
      * wrote on its last recorded attempt are kept as .PRERUN
      * copies, so output-compare can set the rerun against the
      * first attempt instead of sign-off being done by eye
       keep-first-attempt.
           move spaces to ws-keep-run
           move 'N' to ws-eof
           open input run-manifest
           if ws-manifest-status not = '00' then
             exit paragraph
           end-if
           perform until ws-eof = 'Y'
             read run-manifest
               at end move 'Y' to ws-eof
               not at end
                 if rmf-step = ws-step and rmf-direction = 'W' then
                   move rmf-run-number to ws-keep-run
                 end-if
             end-read
           end-perform
           close run-manifest
           if ws-keep-run = spaces then
             exit paragraph
           end-if
           move 'N' to ws-eof
           open input run-manifest
           perform until ws-eof = 'Y'
             read run-manifest
               at end move 'Y' to ws-eof
               not at end
                 if rmf-step = ws-step and rmf-direction = 'W'
                   and rmf-run-number = ws-keep-run
                   and rmf-status = "PRESENT" then
                   move spaces to ws-keep-command
                   string "cp -f " function trim(rmf-file-name)
                     " " function trim(rmf-file-name) ".PRERUN"
                     into ws-keep-command
                   call "SYSTEM" using ws-keep-command
                   display "  KEPT " function trim(rmf-file-name)
                     ".PRERUN FROM RUN " ws-keep-run
                 end-if
             end-read
           end-perform
           close run-manifest
           .

       run-step.
           display "STEP " ws-step ": " ws-step-name
           open output runnum-ctl
           move ws-run-number to rn-card-number
           move ws-step to rn-card-step
           write rn-record
           close runnum-ctl
      * project the chain's finish from the journal history before
      * the step runs - an overrun projection raises an operator
      * alert at 02:10 instead of a surprise at shift change
           perform build-forecast-list
           call 'window-forecast' using ws-sysdate, ws-step,
               ws-fc-count, ws-fc-table
           move function current-date to ws-start-stamp
           call "SYSTEM" using ws-command
           move return-code to ws-step-rc
           move 0 to return-code
      * the shell hands back a wait status with the program's own
      * return code in the high byte; predecessor tolerances are
      * written against the program's code, so unpack it
           if ws-step-rc > 255 then
             divide ws-step-rc by 256 giving ws-step-rc
           end-if
           move function current-date to ws-end-stamp
           perform compute-elapsed
           perform journal-step
           .

      * a step the checkpoint already settled will not run again
      * on a restart, so it adds nothing to the time left
       build-forecast-list.
           move 1 to ws-fc-count
           move ws-step to ws-fc-step(1)
           perform varying ws-fc-q from ws-p by 1
             until ws-fc-q >= ws-step-total
             move ws-stp-number(ws-fc-q + 1) to ws-fc-next
             if ws-step-state(ws-fc-next) not = 'C'
               and ws-step-state(ws-fc-next) not = 'N'
               and ws-step-state(ws-fc-next) not = 'K' then
               add 1 to ws-fc-count
               move ws-fc-next to ws-fc-step(ws-fc-count)
             end-if
           end-perform
           .

      * wall-clock seconds between the two stamps; a step running
      * over midnight shows up as a negative difference and gets a
      * day added back
      * the override card applies to one launch: loaded, echoed,
      * and retired, the same one-shot treatment DICOTRAN.VAL gets
       load-step-overrides.
           perform varying ws-j from 1 by 1 until ws-j > ws-max-steps
             move space to ws-ovr-action(ws-j)
           end-perform
           move 0 to ws-override-count
               read override-ctl
                 at end move 'Y' to ws-eof
                 not at end
                   if oc-step >= 1 and oc-step <= ws-max-steps
                     and (oc-action = 'S' or oc-action = 'R') then
                     move oc-action to ws-ovr-action(oc-step)
                     add 1 to ws-override-count
           perform remember-step-summary
           .

      * a step whose predecessor ended outside its tolerance is
      * journaled held, naming the predecessor, and retried on the
      * next launch once that predecessor is fixed
       journal-held-step.
           move ws-sysdate to jrnl-run-date
           move ws-step to jrnl-step
           move ws-step-name to jrnl-step-name
           move function current-date to ws-start-stamp
           move ws-start-stamp to jrnl-start-stamp
           move ws-start-stamp to jrnl-end-stamp
           move ws-start-stamp to ws-end-stamp
           move 0 to ws-elapsed-secs
           move 0 to ws-step-rc
           move 0 to jrnl-elapsed-secs
           move ws-held-rc to jrnl-return-code
           move spaces to jrnl-outcome
           string "HELD BY " ws-held-by into jrnl-outcome
           perform write-journal-record
           perform remember-step-summary
           .

       write-journal-record.
           move ws-run-number to jrnl-run-number
           open extend run-journal
           display " "
           display "RUN SUMMARY FOR " ws-sysdate
             " RUN " ws-run-number
           perform varying ws-q from 1 by 1
             until ws-q > ws-step-total
             move ws-stp-number(ws-q) to ws-j
             if ws-sum-name(ws-j) not = spaces then
               display "  STEP " ws-j " " ws-sum-name(ws-j)
                 " ELAPSED " ws-sum-elapsed(ws-j)

       load-checkpoint.
           move 0 to ws-last-step
           move spaces to ws-step-state-table
           move zeros to ws-step-rc-table
           open input checkpoint
           if ws-ckpt-status = '00' then
             read checkpoint
               at end continue
               not at end
                 move ckpt-last-step to ws-last-step
                 evaluate true
                   when ckpt-state-table = spaces
                     perform convert-old-checkpoint
                     perform settle-added-steps
                   when ckpt25-unused = spaces
                     move ckpt25-state-table
                       to ws-step-state-table(1:25)
                     if ckpt25-rc-table is numeric then
                       move ckpt25-rc-table to ws-step-rc-table(1:50)
                     end-if
                     perform settle-added-steps
                   when other
                     move ckpt-state-table to ws-step-state-table
                     if ckpt-rc-table is numeric then
                       move ckpt-rc-table to ws-step-rc-table
                     end-if
                 end-evaluate
             end-read
             close checkpoint
           end-if
           .

      * a chain checkpointed before steps past 25 existed does not
      * go back for one once a step behind it in run order has
      * settled - it stands as not scheduled for that run
       settle-added-steps.
           perform varying ws-q from 1 by 1
             until ws-q > ws-step-total
             move ws-stp-number(ws-q) to ws-pred-step
             if ws-pred-step > 25
               and ws-step-state(ws-pred-step) = space then
               perform varying ws-later from ws-q by 1
                 until ws-later >= ws-step-total
                 move ws-stp-number(ws-later + 1) to ws-later-step
                 if ws-step-state(ws-later-step) = 'C' or 'N' or 'K'
                   then
                   move 'N' to ws-step-state(ws-pred-step)
                 end-if
               end-perform
             end-if
           end-perform
           .

      * an old single-number checkpoint named the last step done in
      * numeric order: everything up to it is complete
       convert-old-checkpoint.
           if ws-last-step > 0 then
             perform varying ws-q from 1 by 1
               until ws-q > ws-step-total
               if ws-stp-number(ws-q) <= ws-last-step then
                 move 'C' to ws-step-state(ws-stp-number(ws-q))
               end-if
             end-perform
           end-if
           .

       save-checkpoint.
           perform count-unsettled-steps
           open output checkpoint
           move ws-last-step to ckpt-last-step
           move ws-run-number to ckpt-run-number
           move ws-step-state-table to ckpt-state-table
           move ws-step-rc-table to ckpt-rc-table
           write ckpt-record
           close checkpoint
           .
