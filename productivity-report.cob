       identification division.
       program-id. productivity-report.

       environment division.
       input-output section.
       file-control.
           select entry-master assign to 'ENTRYMST.IDX'
           organization is indexed
           access mode is dynamic
           record key is em-key
           file status is ws-entry-master-status.

           select amend-log assign to 'AMENDLOG.DAT'
           organization is line sequential
           file status is ws-amend-log-status.

           select tally-in assign to 'TALLY.LOG'
           organization is line sequential
           file status is ws-tally-status.

           select housekeep-cat assign to 'HOUSEKEEP.CAT'
           organization is line sequential
           file status is ws-cat-status.

           select tally-gen assign dynamic ws-tally-gen-name
           organization is line sequential
           file status is ws-tally-gen-status.

           select suspense-file assign to 'TALLYSUS.DAT'
           organization is line sequential
           file status is ws-suspense-status.

           select journal-in assign to 'DICOJRNL.DAT'
           organization is line sequential
           file status is ws-journal-status.

           select reject-history assign to 'DICOREJ.LOG'
           organization is line sequential
           file status is ws-reject-history-status.

           select keymiss-log assign to 'KEYMISS.LOG'
           organization is line sequential
           file status is ws-keymiss-log-status.

           select operator-master assign to 'OPERMST.DAT'
           organization is line sequential
           file status is ws-operator-master-status.

           select report-ctl assign to 'PRODRPT.CTL'
           organization is line sequential
           file status is ws-report-ctl-status.

           select report-out assign to 'PRODRPT.RPT'
           organization is line sequential.

           select audit-log assign to 'AUDIT.LOG'
           organization is line sequential
           file status is ws-audit-log-status.

       data division.
       file section.
       fd  entry-master.
       01 em-record.
           02 em-key.
               03 em-date pic X(8).
               03 em-seq pic 9(6).
           02 em-operator pic X(8).
           02 em-name pic X(20).
           02 em-id pic 9(8).
           02 em-amount pic 9(9).
      * source marker: 'T' tally session totals, 'S' standing
      * entries, spaces on operator-keyed rows - only the last
      * are an operator's keying
           02 em-source pic X(1).
           02 em-status pic X(1).

       fd  amend-log.
       01 al-record.
           02 al-date pic X(8).
           02 al-operator pic X(8).
           02 al-seq pic 9(6).
           02 al-id pic 9(8).
           02 al-before-name pic X(20).
           02 al-before-amount pic 9(9).
           02 al-after-name pic X(20).
           02 al-after-amount pic 9(9).
           02 al-override pic X(1).
           02 al-after-id pic X(8).
           02 al-entry-date pic X(8).

       fd  tally-in.
       01 tl-record.
           02 tl-run-date pic X(10).
           02 tl-value pic 9(10).
           02 tl-running-total pic 9(10).
           02 tl-operator-id pic X(8).
           02 tl-entry-type pic X(1).

      * housekeep's catalog of the dated generations it has cut
       fd  housekeep-cat.
       01 cat-record.
           02 cat-file-name pic X(30).
           02 cat-gen-date pic X(8).

      * a dated generation of the tally log, laid out as tally-in
       fd  tally-gen.
       01 tg-record.
           02 tg-run-date pic X(10).
           02 tg-value pic 9(10).
           02 tg-running-total pic 9(10).
           02 tg-operator-id pic X(8).
           02 tg-entry-type pic X(1).

       fd  suspense-file.
       01 ts-record.
           02 ts-date pic X(8).
           02 ts-operator pic X(8).
           02 ts-expected pic 9(10).
           02 ts-actual pic 9(10).
           02 ts-status pic X(1).
           02 ts-opened-date pic X(8).
           02 ts-disp-operator pic X(8).
           02 ts-comment pic X(30).

       fd  journal-in.
       01 jr-record.
           02 jr-date pic X(8).
           02 jr-operator pic X(8).
           02 jr-code pic A(1).
           02 jr-before pic A(25).
           02 jr-after pic A(25).
           02 jr-flags pic X(3).
           02 jr-approver pic X(8).

       fd  reject-history.
       01 rh-record.
           02 rh-code pic A(1).
           02 rh-word pic A(25).
           02 rh-new-word pic A(25).
           02 rh-reason pic X(15).
           02 rh-submit-oper pic X(8).
           02 rh-date pic X(8).

       fd  keymiss-log.
       copy "keymiss-data.copy".

       fd  operator-master.
       01 op-record.
           02 op-id pic X(8).
           02 op-name pic X(20).
           02 op-authority pic 9(1).
           02 op-active pic X(1).
           02 op-pass-hash pic X(9).
           02 op-pass-date pic X(8).
           02 op-force-change pic X(1).
           02 op-fail-count pic X(1).
           02 op-locked pic X(1).
           02 op-verify-exempt pic X(1).
           02 op-training pic X(1).
           02 op-amount-limit pic X(9).
           02 op-last-signon pic X(8).

      * control card: the last day the report covers; with no card
      * present it is the processing date.  the week is the seven
      * days to that date, the month its calendar month to date
       fd  report-ctl.
       01 rc-record.
           02 rc-date-to pic X(8).

       fd  report-out.
       01 print-line pic X(132).

       fd  audit-log.
       copy "audit-data.copy".

       working-storage section.
       copy "progstat-call.copy".
       copy "rptarch-call.copy".
       copy "status-data.copy".
       01 ws-entry-master-status pic XX.
       01 ws-amend-log-status pic XX.
       01 ws-tally-status pic XX.
       01 ws-cat-status pic XX.
       01 ws-tally-gen-status pic XX.
       01 ws-tally-gen-name pic X(40).
       01 ws-cat-eof pic X(1).
       01 ws-entry-type pic X(1).
       01 ws-suspense-status pic XX.
       01 ws-journal-status pic XX.
       01 ws-reject-history-status pic XX.
       01 ws-keymiss-log-status pic XX.
       01 ws-operator-master-status pic XX.
       01 ws-report-ctl-status pic XX.
       01 ws-audit-log-status pic XX.
       01 ws-eof pic X value 'N'.
       01 ws-run-date pic X(8).
       01 ws-date-to pic X(8) value spaces.
       01 ws-work-int pic 9(7).
       01 ws-work-date-num pic 9(8).
       01 ws-work-date pic X(8).
       01 ws-earliest pic X(8).
       01 ws-overflow pic X(1) value 'N'.

      * the four periods counted: 1 this week, 2 the week before,
      * 3 this month to date, 4 the whole month before
       01 ws-period-table.
           02 ws-period occurs 4 times.
               05 ws-period-from pic X(8).
               05 ws-period-to pic X(8).
       01 ws-q pic 9(1).
       01 ws-current pic 9(1).
       01 ws-prior pic 9(1).

      * one activity to count: whose, on what day, and which measure
      * - 1 entries keyed, 2 entries amended by someone else,
      * 3 dual-key mismatches, 4 tally lines, 5 tally reversals,
      * 6 suspense items opened, 7 dictionary changes applied,
      * 8 dictionary transactions rejected
       01 ws-act-operator pic X(8).
       01 ws-act-date pic X(8).
       01 ws-act-measure pic 9(1).

       78  ws-max-opers value 200.
       01 ws-oper-count pic 9(3) value 0.
       01 ws-oper-table.
           02 ws-oper-entry occurs ws-max-opers times.
               05 ws-op-id pic X(8).
               05 ws-op-name pic X(20).
               05 ws-op-period occurs 4 times.
                   10 ws-op-count pic 9(6) occurs 8 times.
       01 ws-o pic 9(3).
       01 ws-found-o pic 9(3).
       01 ws-m pic 9(1).

      * amendments in the report's span, matched to the operator
      * who keyed the entry on the master pass
       78  ws-max-amends value 5000.
       01 ws-amd-count pic 9(4) value 0.
       01 ws-amd-table.
           02 ws-amd-entry occurs ws-max-amends times.
               05 ws-amd-date pic X(8).
               05 ws-amd-operator pic X(8).
               05 ws-amd-seq pic 9(6).
               05 ws-amd-entry-date pic X(8).
       01 ws-a pic 9(4).

      * figures for the operator line being printed
       01 ws-volume pic 9(7).
       01 ws-prior-volume pic 9(7).
       01 ws-errors pic 9(7).
       01 ws-rate-base pic 9(7).
       01 ws-rate-count pic 9(7).
       01 ws-rate pic 9(3)v9.
       01 ws-error-rate pic 9(3)v9.
       01 ws-prior-error-rate pic 9(3)v9.
       01 ws-volume-change pic S9(7).
       01 ws-rate-change pic S9(3)v9.
       01 ws-dict-count pic 9(6).
       01 ws-entries-out pic Z(5)9.
       01 ws-tally-out pic Z(5)9.
       01 ws-dict-out pic Z(5)9.
       01 ws-amended-out pic Z(4)9.
       01 ws-miskey-out pic Z(4)9.
       01 ws-reversal-out pic Z(4)9.
       01 ws-suspense-out pic Z(4)9.
       01 ws-reject-out pic Z(4)9.
       01 ws-volume-out pic Z(6)9.
       01 ws-change-out pic +(7)9.
       01 ws-amended-rate-out pic ZZ9.9.
       01 ws-miskey-rate-out pic ZZ9.9.
       01 ws-reversal-rate-out pic ZZ9.9.
       01 ws-reject-rate-out pic ZZ9.9.
       01 ws-error-rate-out pic ZZ9.9.
       01 ws-prior-rate-out pic ZZ9.9.
       01 ws-rate-change-out pic +(3)9.9.
       01 ws-section-title pic X(5).

      * what each operator did and how often it had to be put right,
      * over the week and the month with the period before each for
      * comparison.  the error rate is everything put right - their
      * entries others amended, amounts that failed the second
      * keying, tally reversals, suspense items and rejected
      * dictionary transactions - over everything they did
       procedure division.
       main-line.
           move "PRODUCTIVITY-REPORT" to aud-program-id
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           call 'sysdate' using ws-run-date
           perform get-report-periods
           perform load-operator-names
           perform load-amendments
           perform count-entries
           perform count-key-mismatches
           perform count-tally-lines
           perform count-suspense-items
           perform count-dictionary-work
           open output report-out
           perform write-report-header
           move "WEEK" to ws-section-title
           move 1 to ws-current
           move 2 to ws-prior
           perform write-period-section
           move "MONTH" to ws-section-title
           move 3 to ws-current
           move 4 to ws-prior
           perform write-period-section
           perform write-report-footer
           close report-out
           move "PRODUCTIVITY-REPORT" to ra-program-id
           move "PRODRPT.RPT" to ra-report-name
           call 'report-archive' using ra-program-id, ra-report-name
           perform set-job-status
           display "JOB STATUS: " ws-job-return-code " "
             ws-job-message
           perform write-audit-log
           move ws-job-return-code to return-code
           stop run
           .

       get-report-periods.
           open input report-ctl
           if ws-report-ctl-status = '00' then
             read report-ctl
               at end continue
               not at end move rc-date-to to ws-date-to
             end-read
             close report-ctl
           end-if
           if ws-date-to = spaces then
             move ws-run-date to ws-date-to
           end-if
           move ws-date-to to ws-period-to(1)
           compute ws-work-int = function integer-of-date(
             function numval(ws-date-to)) - 6
           perform set-work-date
           move ws-work-date to ws-period-from(1)
           subtract 1 from ws-work-int
           perform set-work-date
           move ws-work-date to ws-period-to(2)
           subtract 6 from ws-work-int
           perform set-work-date
           move ws-work-date to ws-period-from(2)
           move ws-date-to to ws-period-to(3)
           move ws-date-to to ws-period-from(3)
           move "01" to ws-period-from(3)(7:2)
           compute ws-work-int = function integer-of-date(
             function numval(ws-period-from(3))) - 1
           perform set-work-date
           move ws-work-date to ws-period-to(4)
           move ws-work-date to ws-period-from(4)
           move "01" to ws-period-from(4)(7:2)
           move ws-period-from(4) to ws-earliest
           if ws-period-from(2) < ws-earliest then
             move ws-period-from(2) to ws-earliest
           end-if
           .

       set-work-date.
           move function date-of-integer(ws-work-int)
             to ws-work-date-num
           move ws-work-date-num to ws-work-date
           .

      * every operator on the master gets a line, so a quiet week
      * shows as a quiet week rather than as nobody
       load-operator-names.
           open input operator-master
           if ws-operator-master-status = '00' then
             move 'N' to ws-eof
             perform until ws-eof = 'Y'
               read operator-master
                 at end move 'Y' to ws-eof
                 not at end
                   if op-active = 'Y' then
                     move op-id to ws-act-operator
                     perform find-or-add-operator
                     if ws-found-o > 0 then
                       move op-name to ws-op-name(ws-found-o)
                     end-if
                   end-if
               end-read
             end-perform
             close operator-master
           end-if
           .

       load-amendments.
           open input amend-log
           if ws-amend-log-status = '00' then
             move 'N' to ws-eof
             perform until ws-eof = 'Y'
               read amend-log
                 at end move 'Y' to ws-eof
                 not at end
                   if al-date >= ws-earliest
                     and al-date <= ws-date-to then
                     if ws-amd-count < ws-max-amends then
                       add 1 to ws-amd-count
                       move al-date to ws-amd-date(ws-amd-count)
                       move al-operator
                         to ws-amd-operator(ws-amd-count)
                       move al-seq to ws-amd-seq(ws-amd-count)
                       move al-entry-date
                         to ws-amd-entry-date(ws-amd-count)
                     else
                       move 'Y' to ws-overflow
                     end-if
                   end-if
               end-read
             end-perform
             close amend-log
           end-if
           .

      * the whole master is walked: an entry keyed before the
      * report's span can still be amended inside it.  an entry
      * period-close has archived is off the master, and an
      * amendment to it is not counted against anybody
       count-entries.
           open input entry-master
           if ws-entry-master-status not = '00' then
             exit paragraph
           end-if
           move 'N' to ws-eof
           perform until ws-eof = 'Y'
             read entry-master next
               at end move 'Y' to ws-eof
               not at end perform count-one-entry
             end-read
           end-perform
           close entry-master
           .

       count-one-entry.
           if em-source not = space then
             exit paragraph
           end-if
           move em-operator to ws-act-operator
           move em-date to ws-act-date
           move 1 to ws-act-measure
           perform add-activity
           move 2 to ws-act-measure
           perform varying ws-a from 1 by 1 until ws-a > ws-amd-count
             if ws-amd-seq(ws-a) = em-seq
               and (ws-amd-entry-date(ws-a) = spaces
                 or ws-amd-entry-date(ws-a) = em-date)
               and ws-amd-operator(ws-a) not = em-operator then
               move ws-amd-date(ws-a) to ws-act-date
               perform add-activity
             end-if
           end-perform
           .

       count-key-mismatches.
           open input keymiss-log
           if ws-keymiss-log-status = '00' then
             move 3 to ws-act-measure
             move 'N' to ws-eof
             perform until ws-eof = 'Y'
               read keymiss-log
                 at end move 'Y' to ws-eof
                 not at end
                   move km-operator to ws-act-operator
                   move km-date to ws-act-date
                   perform add-activity
               end-read
             end-perform
             close keymiss-log
           end-if
           .

      * a reversal line backs out a value keyed in error, so it is
      * both a line of work and a correction.  housekeep cuts the
      * live log daily, so the dated generations cut since the
      * earliest period began are read ahead of it
       count-tally-lines.
           perform count-tally-generations
           open input tally-in
           if ws-tally-status = '00' then
             move 'N' to ws-eof
             perform until ws-eof = 'Y'
               read tally-in
                 at end move 'Y' to ws-eof
                 not at end
                   move tl-operator-id to ws-act-operator
                   move tl-run-date(1:8) to ws-act-date
                   move tl-entry-type to ws-entry-type
                   perform count-tally-line
               end-read
             end-perform
             close tally-in
           end-if
           .

       count-tally-generations.
           open input housekeep-cat
           if ws-cat-status not = '00' then
             exit paragraph
           end-if
           move 'N' to ws-cat-eof
           perform until ws-cat-eof = 'Y'
             read housekeep-cat
               at end move 'Y' to ws-cat-eof
               not at end
                 if cat-file-name = 'TALLY.LOG'
                   and cat-gen-date >= ws-earliest then
                   perform count-one-generation
                 end-if
             end-read
           end-perform
           close housekeep-cat
           .

       count-one-generation.
           move spaces to ws-tally-gen-name
           string "TALLY.LOG.G" cat-gen-date into ws-tally-gen-name
           open input tally-gen
           if ws-tally-gen-status not = '00' then
             exit paragraph
           end-if
           move 'N' to ws-eof
           perform until ws-eof = 'Y'
             read tally-gen
               at end move 'Y' to ws-eof
               not at end
                 move tg-operator-id to ws-act-operator
                 move tg-run-date(1:8) to ws-act-date
                 move tg-entry-type to ws-entry-type
                 perform count-tally-line
             end-read
           end-perform
           close tally-gen
           .

       count-tally-line.
           move 4 to ws-act-measure
           perform add-activity
           if ws-entry-type = 'R' then
             move 5 to ws-act-measure
             perform add-activity
           end-if
           .

      * counted on the day the suspense case was opened, against
      * the operator whose session was out of balance
       count-suspense-items.
           open input suspense-file
           if ws-suspense-status = '00' then
             move 6 to ws-act-measure
             move 'N' to ws-eof
             perform until ws-eof = 'Y'
               read suspense-file
                 at end move 'Y' to ws-eof
                 not at end
                   move ts-operator to ws-act-operator
                   if ts-opened-date = spaces then
                     move ts-date to ws-act-date
                   else
                     move ts-opened-date to ws-act-date
                   end-if
                   perform add-activity
               end-read
             end-perform
             close suspense-file
           end-if
           .

      * submitted dictionary work is what applied plus what was
      * rejected, each against the submitter
       count-dictionary-work.
           open input journal-in
           if ws-journal-status = '00' then
             move 7 to ws-act-measure
             move 'N' to ws-eof
             perform until ws-eof = 'Y'
               read journal-in
                 at end move 'Y' to ws-eof
                 not at end
                   move jr-operator to ws-act-operator
                   move jr-date to ws-act-date
                   perform add-activity
               end-read
             end-perform
             close journal-in
           end-if
           open input reject-history
           if ws-reject-history-status = '00' then
             move 8 to ws-act-measure
             move 'N' to ws-eof
             perform until ws-eof = 'Y'
               read reject-history
                 at end move 'Y' to ws-eof
                 not at end
                   move rh-submit-oper to ws-act-operator
                   move rh-date to ws-act-date
                   perform add-activity
               end-read
             end-perform
             close reject-history
           end-if
           .

       add-activity.
           if ws-act-operator = spaces
             or ws-act-date < ws-earliest
             or ws-act-date > ws-date-to then
             exit paragraph
           end-if
           perform find-or-add-operator
           if ws-found-o = 0 then
             exit paragraph
           end-if
           perform varying ws-q from 1 by 1 until ws-q > 4
             if ws-act-date >= ws-period-from(ws-q)
               and ws-act-date <= ws-period-to(ws-q) then
               add 1 to ws-op-count(ws-found-o, ws-q, ws-act-measure)
             end-if
           end-perform
           .

       find-or-add-operator.
           move 0 to ws-found-o
           perform varying ws-o from 1 by 1
             until ws-o > ws-oper-count or ws-found-o > 0
             if ws-op-id(ws-o) = ws-act-operator then
               move ws-o to ws-found-o
             end-if
           end-perform
           if ws-found-o = 0 then
             if ws-oper-count < ws-max-opers then
               add 1 to ws-oper-count
               move ws-oper-count to ws-found-o
               move ws-act-operator to ws-op-id(ws-found-o)
               move spaces to ws-op-name(ws-found-o)
               perform varying ws-q from 1 by 1 until ws-q > 4
                 perform varying ws-m from 1 by 1 until ws-m > 8
                   move 0 to ws-op-count(ws-found-o, ws-q, ws-m)
                 end-perform
               end-perform
             else
               move 'Y' to ws-overflow
             end-if
           end-if
           .

       write-report-header.
           move spaces to print-line
           string "OPERATOR PRODUCTIVITY AND ERROR RATES  TO "
             ws-date-to into print-line
           write print-line
           move spaces to print-line
           string "  VOLUME = ENTRIES KEYED + TALLY LINES + "
             "DICTIONARY TRANSACTIONS SUBMITTED;  ERROR RATE = "
             "ALL CORRECTIONS OVER VOLUME" into print-line
           write print-line
           .

      * two lines an operator: the work done against the period
      * before, then each kind of correction with its own rate
       write-period-section.
           move spaces to print-line
           write print-line
           move spaces to print-line
           string ws-section-title " " ws-period-from(ws-current)
             " TO " ws-period-to(ws-current) "   PRIOR "
             ws-period-from(ws-prior) " TO " ws-period-to(ws-prior)
             into print-line
           write print-line
           move spaces to print-line
           string "  OPERATOR  NAME                ENTRIES  TALLY"
             "   DICT  VOLUME   CHANGE  ERR% PRIOR CHANGE"
             into print-line
           write print-line
           perform varying ws-o from 1 by 1 until ws-o > ws-oper-count
             perform write-operator-lines
           end-perform
           if ws-oper-count = 0 then
             move spaces to print-line
             move "  (no operator activity)" to print-line
             write print-line
           end-if
           .

       write-operator-lines.
           move ws-prior to ws-q
           perform sum-period-figures
           move ws-volume to ws-prior-volume
           move ws-error-rate to ws-prior-error-rate
           move ws-current to ws-q
           perform sum-period-figures
           compute ws-volume-change = ws-volume - ws-prior-volume
           compute ws-rate-change =
             ws-error-rate - ws-prior-error-rate
           move ws-op-count(ws-o, ws-q, 1) to ws-entries-out
           move ws-op-count(ws-o, ws-q, 4) to ws-tally-out
           move ws-dict-count to ws-dict-out
           move ws-volume to ws-volume-out
           move ws-volume-change to ws-change-out
           move ws-error-rate to ws-error-rate-out
           move ws-prior-error-rate to ws-prior-rate-out
           move ws-rate-change to ws-rate-change-out
           move spaces to print-line
           string "  " ws-op-id(ws-o) "  " ws-op-name(ws-o) " "
             ws-entries-out " " ws-tally-out " " ws-dict-out " "
             ws-volume-out " " ws-change-out " " ws-error-rate-out
             " " ws-prior-rate-out " " ws-rate-change-out
             into print-line
           write print-line
           move ws-op-count(ws-o, ws-q, 1) to ws-rate-base
           move ws-op-count(ws-o, ws-q, 2) to ws-rate-count
           move ws-rate-count to ws-amended-out
           perform compute-rate
           move ws-rate to ws-amended-rate-out
           move ws-op-count(ws-o, ws-q, 3) to ws-rate-count
           move ws-rate-count to ws-miskey-out
           perform compute-rate
           move ws-rate to ws-miskey-rate-out
           move ws-op-count(ws-o, ws-q, 4) to ws-rate-base
           move ws-op-count(ws-o, ws-q, 5) to ws-rate-count
           move ws-rate-count to ws-reversal-out
           perform compute-rate
           move ws-rate to ws-reversal-rate-out
           move ws-dict-count to ws-rate-base
           move ws-op-count(ws-o, ws-q, 8) to ws-rate-count
           move ws-rate-count to ws-reject-out
           perform compute-rate
           move ws-rate to ws-reject-rate-out
           move ws-op-count(ws-o, ws-q, 6) to ws-suspense-out
           move spaces to print-line
           string "            AMENDED " ws-amended-out " ("
             ws-amended-rate-out "%)  MISKEYED " ws-miskey-out " ("
             ws-miskey-rate-out "%)  REVERSED " ws-reversal-out " ("
             ws-reversal-rate-out "%)  SUSPENSE " ws-suspense-out
             "  DICT REJECTED " ws-reject-out " ("
             ws-reject-rate-out "%)" into print-line
           write print-line
           .

      * volume, corrections and error rate for operator ws-o in
      * period ws-q
       sum-period-figures.
           compute ws-dict-count = ws-op-count(ws-o, ws-q, 7)
             + ws-op-count(ws-o, ws-q, 8)
           compute ws-volume = ws-op-count(ws-o, ws-q, 1)
             + ws-op-count(ws-o, ws-q, 4) + ws-dict-count
           compute ws-errors = ws-op-count(ws-o, ws-q, 2)
             + ws-op-count(ws-o, ws-q, 3)
             + ws-op-count(ws-o, ws-q, 5)
             + ws-op-count(ws-o, ws-q, 6)
             + ws-op-count(ws-o, ws-q, 8)
           move ws-volume to ws-rate-base
           move ws-errors to ws-rate-count
           perform compute-rate
           move ws-rate to ws-error-rate
           .

       compute-rate.
           if ws-rate-base = 0 then
             move 0 to ws-rate
           else
             compute ws-rate rounded =
               ws-rate-count * 100 / ws-rate-base
               on size error move 999.9 to ws-rate
             end-compute
           end-if
           .

       write-report-footer.
           move spaces to print-line
           write print-line
           if ws-overflow = 'Y' then
             move spaces to print-line
             move "  ** A WORK TABLE FILLED - NOT EVERY ROW COUNTED"
               to print-line
             write print-line
           end-if
           move spaces to print-line
           string "  AMENDED = THEIR ENTRIES AMENDED BY ANOTHER "
             "OPERATOR; MISKEYED = AMOUNTS THAT FAILED THE SECOND "
             "KEYING" into print-line
           write print-line
           .

       set-job-status.
           if ws-overflow = 'Y' then
             set job-warning to true
             move "WORK TABLE FULL - REPORT INCOMPLETE"
               to ws-job-message
           else
             set job-ok to true
             move spaces to ws-job-message
             string ws-oper-count " OPERATOR(S) REPORTED"
               into ws-job-message
           end-if
           .

       write-audit-log.
           move "PRODUCTIVITY-REPORT" to aud-program-id
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

       end program productivity-report.
