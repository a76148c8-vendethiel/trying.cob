       identification division.
       program-id. dico-asof.

       environment division.
         input-output section.
           file-control.
           select asof-ctl assign to 'DICOASOF.CTL'
           organization is line sequential
           file status is ws-asof-ctl-status.

           select journal-in assign to 'DICOJRNL.DAT'
           organization is line sequential
           file status is ws-journal-status.

           select base-in assign dynamic ws-base-name
           organization is line sequential
           file status is ws-base-status.

           select asof-out assign dynamic ws-asof-name
           organization is line sequential
           file status is ws-asof-out-status.

           select build-ctl assign to 'WMBUILD.CTL'
           organization is line sequential
           file status is ws-build-ctl-status.

           select report-out assign to 'DICOASOF.RPT'
           organization is line sequential.

           select audit-log assign to 'AUDIT.LOG'
           organization is line sequential
           file status is ws-audit-log-status.

       data division.
         file section.
      * control card: the date whose dictionary is wanted, 'Y' to
      * have word-master-build index the result, and the language
      * of the index to build (blank for the primary master).
      * with no card present we prompt at the terminal
           fd asof-ctl.
           01 ac-record.
             05 ac-date pic X(8).
             05 ac-build pic X(1).
             05 ac-language pic X(2).

           fd journal-in.
           01 jr-record.
             05 jr-date pic X(8).
             05 jr-operator pic X(8).
             05 jr-code pic A(1).
             05 jr-before pic A(25).
             05 jr-after pic A(25).
             05 jr-flags pic X(3).
             05 jr-approver pic X(8).

           fd base-in.
           01 bi-record.
             05 bi-word pic A(25).
             05 bi-flags pic X(3).
             05 bi-language pic X(2).

           fd asof-out.
           01 ao-record.
             05 ao-word pic A(25).
             05 ao-flags pic X(3).
             05 ao-language pic X(2).

      * word-master-build's own card, written for the one build of
      * the reconstructed dictionary and put back afterwards
           fd build-ctl.
           01 bc-record.
             05 bc-mode pic X(1).
             05 bc-language pic X(2).
             05 bc-source pic X(40).
             05 bc-master pic X(40).

           fd report-out.
           01 print-line pic X(100).

           fd audit-log.
           copy "audit-data.copy".

         working-storage section.
           copy "progstat-call.copy".
           copy "rptarch-call.copy".
           copy "manifest-data.copy".
           copy "tablepeak-data.copy".
           copy "status-data.copy".
           copy "operator-data.copy".
           copy "signon-data.copy".
           copy "passcheck-data.copy".
           copy "permit-data.copy".
           01 ws-asof-ctl-status pic XX.
           01 ws-journal-status pic XX.
           01 ws-base-status pic XX.
           01 ws-asof-out-status pic XX.
           01 ws-build-ctl-status pic XX.
           01 ws-audit-log-status pic XX.
           01 ws-eof pic A(1) value 'N'.
           01 ws-run-date pic X(8).
           01 ws-asof-date pic X(8) value spaces.
           01 ws-build-flag pic X(1) value 'N'.
           01 ws-build-language pic X(2) value spaces.
           01 ws-date-valid pic A(1) value 'N'.
           01 ws-reject-reason pic X(40) value spaces.
           01 ws-asof-name pic X(40) value spaces.
           01 ws-master-name pic X(40) value spaces.
           01 ws-command pic X(100).

      * the base is the newest end-of-day generation on or before
      * the wanted date: dico-maint's DICO.<date> after a
      * maintenance run, or the nightly backup-set copy
      * dico.txt.B<date>.  the journal then carries it forward to
      * the wanted date.  with no generation that old left on disk
      * the live dico.txt is the base instead and the journal is
      * walked backwards, undoing every change made after the date
           78  ws-max-probe-days value 400.
           01 ws-base-name pic X(40) value spaces.
           01 ws-base-date pic X(8) value spaces.
           01 ws-base-found pic A(1) value 'N'.
           01 ws-direction pic X(1) value 'F'.
             88 replay-forward value 'F'.
             88 reverse-back value 'R'.
           01 ws-asof-int pic 9(7).
           01 ws-probe-int pic 9(7).
           01 ws-probe-days pic 9(3).
           01 ws-probe-date-num pic 9(8).
           01 ws-probe-date pic X(8).

      * the dictionary as it stood on the base date, kept in word
      * order so each journal row finds its word by halving
           78  ws-max-words value 30000.
           01 ws-word-count pic 9(5) value 0.
           01 ws-word-peak pic 9(5) value 0.
           01 ws-word-table.
             05 ws-word-entry occurs ws-max-words times.
               10 ws-dt-word pic A(25).
               10 ws-dt-flags pic X(3).
               10 ws-dt-lang pic X(2).
           01 ws-new-entry.
             05 ws-new-word pic A(25).
             05 ws-new-flags pic X(3).
             05 ws-new-lang pic X(2).
           01 ws-target-word pic A(25).
           01 ws-found-ix pic 9(5).
           01 ws-insert-ix pic 9(5).
           01 ws-low pic 9(5).
           01 ws-high pic 9(5).
           01 ws-mid pic 9(5).
           01 ws-w pic 9(5).
           01 ws-overflow pic A(1) value 'N'.

      * the dictionary rows of the journal, in the order they were
      * applied.  journal dates are the nights the changes went
      * onto the master, so a card held for its effective date
      * counts from the night it was released, not the night it
      * was keyed.  link and unlink rows touch the family master
      * only and are not kept
           78  ws-max-journal value 10000.
           01 ws-journal-count pic 9(5) value 0.
           01 ws-journal-table.
             05 ws-journal-entry occurs ws-max-journal times.
               10 ws-jt-date pic X(8).
               10 ws-jt-code pic X(1).
               10 ws-jt-before pic A(25).
               10 ws-jt-after pic A(25).
               10 ws-jt-flags pic X(3).
           01 ws-j pic 9(5).
           01 ws-k pic 9(5).
           01 ws-prior-flags pic X(3).
           01 ws-prior-found pic A(1).

           01 ws-replayed pic 9(5) value 0.
           01 ws-reversed pic 9(5) value 0.
           01 ws-anomalies pic 9(5) value 0.
           01 ws-flag-caveats pic 9(5) value 0.
           01 ws-written pic 9(6) value 0.
           01 ws-build-rc pic S9(9) value 0.
           01 ws-built pic A(1) value 'N'.
           01 ws-held-card pic A(1) value 'N'.

       procedure division.
       main-line.
           move "DICO-ASOF" to aud-program-id
           call 'sysdate' using ws-run-date
           perform get-run-parameters
      * a refused sign-on is not a run - the status register
      * hears of the program only once the operator is let in
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           perform validate-asof-date
           if ws-date-valid = 'Y' then
             perform find-base-generation
             perform load-base-dictionary
           end-if
           if ws-date-valid = 'Y' then
             perform load-journal
             open output report-out
             perform write-report-header
             if replay-forward then
               perform replay-journal-forward
             else
               perform reverse-journal-back
             end-if
             perform write-asof-master
             if ws-build-flag = 'Y' then
               perform build-word-master
             end-if
             perform write-report-footer
             close report-out
             move "DICO-ASOF" to ra-program-id
             move "DICOASOF.RPT" to ra-report-name
             call 'report-archive' using ra-program-id,
               ra-report-name
             perform record-run-manifest
             perform record-table-peaks
             display "DICTIONARY AS OF " ws-asof-date ": "
               function trim(ws-asof-name) " " ws-written " WORDS"
           else
             display "NOT RECONSTRUCTED: " ws-reject-reason
           end-if
           perform set-job-status
           display "JOB STATUS: " ws-job-return-code " "
             ws-job-message
           perform write-audit-log
           move ws-job-return-code to return-code
           stop run
           .

       get-run-parameters.
           open input asof-ctl
           if ws-asof-ctl-status = '00' then
             read asof-ctl
               at end continue
               not at end
                 move ac-date to ws-asof-date
                 move ac-build to ws-build-flag
                 move ac-language to ws-build-language
             end-read
             close asof-ctl
           else
             perform check-operator-sign-on
             if so-rejected then
               display so-message
               move 8 to return-code
               stop run
             end-if
             display "Dictionary as of which date (YYYYMMDD)"
             accept ws-asof-date
             display "Build a word master from it (Y/N)"
             accept ws-build-flag
             if ws-build-flag = 'Y' or ws-build-flag = 'y' then
               if pc-may-update then
                 display "Language of the master (blank for "
                   "primary)"
                 accept ws-build-language
               else
                 display "INQUIRY ONLY - NO WORD MASTER BUILT"
                 move 'N' to ws-build-flag
               end-if
             end-if
           end-if
           move function upper-case(ws-build-flag) to ws-build-flag
           .

      * a DICOASOF.CTL card is a queued request, whose requester
      * signed on at job-request; at the terminal the operator signs
      * on here, and building a word master needs update mode
       check-operator-sign-on.
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
           if so-accepted then
             move "DICO-ASOF" to pc-program-id
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

      * the dictionary cannot be known past tonight; today's date
      * itself is allowed and gives the master as it stands
       validate-asof-date.
           move 'N' to ws-date-valid
           if ws-asof-date is not numeric then
             move "AS-OF DATE NOT NUMERIC" to ws-reject-reason
             exit paragraph
           end-if
           if function test-date-yyyymmdd(
               function numval(ws-asof-date)) not = 0 then
             move "AS-OF DATE NOT A CALENDAR DATE"
               to ws-reject-reason
             exit paragraph
           end-if
           if ws-asof-date > ws-run-date then
             move "AS-OF DATE AFTER PROCESSING DATE"
               to ws-reject-reason
             exit paragraph
           end-if
           move 'Y' to ws-date-valid
           .

       find-base-generation.
           move 'N' to ws-base-found
           compute ws-asof-int = function integer-of-date(
             function numval(ws-asof-date))
           move ws-asof-int to ws-probe-int
           move 0 to ws-probe-days
           perform until ws-base-found = 'Y'
             or ws-probe-days > ws-max-probe-days
             perform probe-one-date
           end-perform
           if ws-base-found = 'Y' then
             set replay-forward to true
           else
             move "dico.txt" to ws-base-name
             move ws-run-date to ws-base-date
             set reverse-back to true
           end-if
           .

      * dico-maint's generation is preferred on a day that has both:
      * it is the master as maintenance left it, where the backup
      * copy only shows what was on disk when the backup ran
       probe-one-date.
           move function date-of-integer(ws-probe-int)
             to ws-probe-date-num
           move ws-probe-date-num to ws-probe-date
           move spaces to ws-base-name
           string 'DICO.' ws-probe-date delimited by size
             into ws-base-name
           open input base-in
           if ws-base-status = '00' then
             close base-in
             move 'Y' to ws-base-found
             move ws-probe-date to ws-base-date
             exit paragraph
           end-if
           move spaces to ws-base-name
           string 'dico.txt.B' ws-probe-date delimited by size
             into ws-base-name
           open input base-in
           if ws-base-status = '00' then
             close base-in
             move 'Y' to ws-base-found
             move ws-probe-date to ws-base-date
             exit paragraph
           end-if
           subtract 1 from ws-probe-int
           add 1 to ws-probe-days
           .

       load-base-dictionary.
           move 0 to ws-word-count
           open input base-in
           if ws-base-status not = '00' then
             move 'N' to ws-date-valid
             move "NO DICTIONARY GENERATION TO START FROM"
               to ws-reject-reason
             exit paragraph
           end-if
           move 'N' to ws-eof
           perform until ws-eof = 'Y'
             read base-in
               at end move 'Y' to ws-eof
               not at end
                 if bi-word not = spaces then
                   move bi-word to ws-new-word
                   move bi-flags to ws-new-flags
                   move bi-language to ws-new-lang
                   perform add-base-word
                 end-if
             end-read
           end-perform
           close base-in
           .

      * the generations are written in word order, so a row almost
      * always goes on the end; anything out of order is slotted
      * into place rather than trusted
       add-base-word.
           if ws-word-count >= ws-max-words then
             move 'Y' to ws-overflow
             exit paragraph
           end-if
           if ws-word-count = 0
             or ws-dt-word(ws-word-count) < ws-new-word then
             add 1 to ws-word-count
             move ws-new-entry to ws-word-entry(ws-word-count)
             perform note-word-peak
           else
             move ws-new-word to ws-target-word
             perform find-word
             if ws-found-ix = 0 then
               perform insert-word
             end-if
           end-if
           .

       load-journal.
           move 0 to ws-journal-count
           open input journal-in
           if ws-journal-status not = '00' then
             exit paragraph
           end-if
           move 'N' to ws-eof
           perform until ws-eof = 'Y'
             read journal-in
               at end move 'Y' to ws-eof
               not at end
                 if jr-code = 'A' or jr-code = 'C'
                   or jr-code = 'D' or jr-code = 'F' then
                   if ws-journal-count < ws-max-journal then
                     add 1 to ws-journal-count
                     move jr-date to ws-jt-date(ws-journal-count)
                     move jr-code to ws-jt-code(ws-journal-count)
                     move jr-before
                       to ws-jt-before(ws-journal-count)
                     move jr-after to ws-jt-after(ws-journal-count)
                     move jr-flags to ws-jt-flags(ws-journal-count)
                   else
                     move 'Y' to ws-overflow
                   end-if
                 end-if
             end-read
           end-perform
           close journal-in
           .

      * halving search for ws-target-word: ws-found-ix is its row,
      * or zero with ws-insert-ix the row it would go in at
       find-word.
           move 0 to ws-found-ix
           move 1 to ws-low
           move ws-word-count to ws-high
           perform until ws-low > ws-high
             compute ws-mid = (ws-low + ws-high) / 2
             if ws-dt-word(ws-mid) = ws-target-word then
               move ws-mid to ws-found-ix
               move ws-high to ws-low
               add 1 to ws-low
             else
               if ws-dt-word(ws-mid) < ws-target-word then
                 compute ws-low = ws-mid + 1
               else
                 if ws-mid = 1 then
                   move 0 to ws-high
                 else
                   compute ws-high = ws-mid - 1
                 end-if
               end-if
             end-if
           end-perform
           move ws-low to ws-insert-ix
           .

      * ws-new-entry goes in at ws-insert-ix, as left by find-word
       insert-word.
           if ws-word-count >= ws-max-words then
             move 'Y' to ws-overflow
             exit paragraph
           end-if
           perform varying ws-w from ws-word-count by -1
             until ws-w < ws-insert-ix
             move ws-word-entry(ws-w) to ws-word-entry(ws-w + 1)
           end-perform
           move ws-new-entry to ws-word-entry(ws-insert-ix)
           add 1 to ws-word-count
           perform note-word-peak
           .

       note-word-peak.
           if ws-word-count > ws-word-peak then
             move ws-word-count to ws-word-peak
           end-if
           .

       remove-word.
           perform varying ws-w from ws-found-ix by 1
             until ws-w >= ws-word-count
             move ws-word-entry(ws-w + 1) to ws-word-entry(ws-w)
           end-perform
           subtract 1 from ws-word-count
           .

      * every change applied after the base generation and on or
      * before the wanted date, in the order it was applied
       replay-journal-forward.
           perform varying ws-j from 1 by 1
             until ws-j > ws-journal-count
             if ws-jt-date(ws-j) > ws-base-date
               and ws-jt-date(ws-j) <= ws-asof-date then
               add 1 to ws-replayed
               move spaces to print-line
               string "  REPLAYED  " ws-jt-date(ws-j) "  "
                 ws-jt-code(ws-j) "  BEFORE: " ws-jt-before(ws-j)
                 "  AFTER: " ws-jt-after(ws-j) delimited by size
                 into print-line
               write print-line
               perform replay-one-row
             end-if
           end-perform
           .

      * the apply rules are dico-maint's own: an add comes in with
      * blank flags in the primary language, a change keeps its
      * word's flags and language, a flag set replaces the flags
       replay-one-row.
           evaluate ws-jt-code(ws-j)
             when 'A'
               move ws-jt-after(ws-j) to ws-target-word
               perform find-word
               if ws-found-ix > 0 then
                 perform note-anomaly
               else
                 move ws-jt-after(ws-j) to ws-new-word
                 move spaces to ws-new-flags
                 move spaces to ws-new-lang
                 perform insert-word
               end-if
             when 'D'
               move ws-jt-before(ws-j) to ws-target-word
               perform find-word
               if ws-found-ix = 0 then
                 perform note-anomaly
               else
                 perform remove-word
               end-if
             when 'C'
               move ws-jt-before(ws-j) to ws-target-word
               move ws-jt-after(ws-j) to ws-new-word
               perform rename-word
             when 'F'
               move ws-jt-before(ws-j) to ws-target-word
               perform find-word
               if ws-found-ix = 0 then
                 perform note-anomaly
               else
                 move ws-jt-flags(ws-j) to ws-dt-flags(ws-found-ix)
               end-if
           end-evaluate
           .

      * every change applied after the wanted date, newest first,
      * each one undone
       reverse-journal-back.
           perform varying ws-j from ws-journal-count by -1
             until ws-j < 1
             if ws-jt-date(ws-j) > ws-asof-date then
               add 1 to ws-reversed
               move spaces to print-line
               string "  REVERSED  " ws-jt-date(ws-j) "  "
                 ws-jt-code(ws-j) "  BEFORE: " ws-jt-before(ws-j)
                 "  AFTER: " ws-jt-after(ws-j) delimited by size
                 into print-line
               write print-line
               perform reverse-one-row
             end-if
           end-perform
           .

      * the journal keeps no flags on a delete and no before-flags
      * on a flag set, so the word's flags are taken from the last
      * flag set journaled ahead of it, or blank where the journal
      * shows it coming in as an add; with neither on the journal
      * they come back blank and the report says so.  a deleted
      * word's language is not journaled and it comes back in the
      * primary language
       reverse-one-row.
           evaluate ws-jt-code(ws-j)
             when 'A'
               move ws-jt-after(ws-j) to ws-target-word
               perform find-word
               if ws-found-ix = 0 then
                 perform note-anomaly
               else
                 perform remove-word
               end-if
             when 'D'
               move ws-jt-before(ws-j) to ws-target-word
               perform find-word
               if ws-found-ix > 0 then
                 perform note-anomaly
               else
                 perform find-prior-flags
                 move ws-jt-before(ws-j) to ws-new-word
                 move ws-prior-flags to ws-new-flags
                 move spaces to ws-new-lang
                 perform insert-word
               end-if
             when 'C'
               move ws-jt-after(ws-j) to ws-target-word
               move ws-jt-before(ws-j) to ws-new-word
               perform rename-word
             when 'F'
               move ws-jt-before(ws-j) to ws-target-word
               perform find-word
               if ws-found-ix = 0 then
                 perform note-anomaly
               else
                 perform find-prior-flags
                 move ws-prior-flags to ws-dt-flags(ws-found-ix)
               end-if
           end-evaluate
           .

      * a change moves ws-target-word to ws-new-word, carrying its
      * flags and language across to the new spelling
       rename-word.
           perform find-word
           if ws-found-ix = 0 then
             perform note-anomaly
             exit paragraph
           end-if
           move ws-dt-flags(ws-found-ix) to ws-new-flags
           move ws-dt-lang(ws-found-ix) to ws-new-lang
           perform remove-word
           move ws-new-word to ws-target-word
           perform find-word
           if ws-found-ix > 0 then
             perform note-anomaly
           else
             perform insert-word
           end-if
           .

       find-prior-flags.
           move spaces to ws-prior-flags
           move 'N' to ws-prior-found
           perform varying ws-k from ws-j by -1
             until ws-k < 2 or ws-prior-found = 'Y'
             if ws-jt-code(ws-k - 1) = 'F'
               and ws-jt-before(ws-k - 1) = ws-jt-before(ws-j) then
               move ws-jt-flags(ws-k - 1) to ws-prior-flags
               move 'Y' to ws-prior-found
             end-if
             if ws-jt-code(ws-k - 1) = 'A'
               and ws-jt-after(ws-k - 1) = ws-jt-before(ws-j) then
               move 'Y' to ws-prior-found
             end-if
           end-perform
           if ws-prior-found not = 'Y' then
             add 1 to ws-flag-caveats
             move spaces to print-line
             string "    FLAGS FOR " ws-jt-before(ws-j)
               " NOT ON THE JOURNAL - RESTORED BLANK"
               delimited by size into print-line
             write print-line
           end-if
           .

      * a row that does not fit the dictionary it is applied to -
      * a generation restored by hand, or a journal row lost - is
      * passed over and listed for the librarian to look into
       note-anomaly.
           add 1 to ws-anomalies
           move spaces to print-line
           string "    ** " ws-target-word
             " DOES NOT FIT THE DICTIONARY - ROW PASSED OVER"
             delimited by size into print-line
           write print-line
           .

       write-asof-master.
           move spaces to ws-asof-name
           string 'DICO.ASOF.' ws-asof-date delimited by size
             into ws-asof-name
           move 0 to ws-written
           open output asof-out
           perform varying ws-w from 1 by 1
             until ws-w > ws-word-count
             move ws-dt-word(ws-w) to ao-word
             move ws-dt-flags(ws-w) to ao-flags
             move ws-dt-lang(ws-w) to ao-language
             write ao-record
             add 1 to ws-written
           end-perform
           close asof-out
           .

      * word-master-build reads its card for the source and target,
      * so the live card is set aside for the one run and put back
      * after; the index is named for its date and never replaces
      * the live WORD-MASTER.DAT
       build-word-master.
           move spaces to ws-master-name
           if ws-build-language = spaces then
             string 'WORD-MASTER.ASOF.' ws-asof-date '.DAT'
               delimited by size into ws-master-name
           else
             string 'WORD-MASTER.' ws-build-language '.ASOF.'
               ws-asof-date '.DAT' delimited by size
               into ws-master-name
           end-if
           move 'N' to ws-held-card
           open input build-ctl
           if ws-build-ctl-status = '00' then
             close build-ctl
             move 'Y' to ws-held-card
             move "mv -f WMBUILD.CTL WMBUILD.CTL.HOLD" to ws-command
             call "SYSTEM" using ws-command
           end-if
           open output build-ctl
           move spaces to bc-record
           move 'F' to bc-mode
           move ws-build-language to bc-language
           move ws-asof-name to bc-source
           move ws-master-name to bc-master
           write bc-record
           close build-ctl
           call "SYSTEM" using './word-master-build'
           move return-code to ws-build-rc
           if ws-held-card = 'Y' then
             move "mv -f WMBUILD.CTL.HOLD WMBUILD.CTL" to ws-command
           else
             move "rm -f WMBUILD.CTL" to ws-command
           end-if
           call "SYSTEM" using ws-command
           move spaces to print-line
           write print-line
           move spaces to print-line
           if ws-build-rc = 0 then
             move 'Y' to ws-built
             string "WORD MASTER BUILT: " ws-master-name
               delimited by size into print-line
           else
             string "WORD MASTER NOT BUILT - SEE WORD-MASTER-BUILD"
               " OUTPUT" delimited by size into print-line
           end-if
           write print-line
           .

       write-report-header.
           move spaces to print-line
           string "DICTIONARY AS OF " ws-asof-date "  RUN "
             ws-run-date delimited by size into print-line
           write print-line
           move spaces to print-line
           if replay-forward then
             string "BASE: " ws-base-name " (" ws-base-date
               ")  JOURNAL REPLAYED FORWARD" delimited by size
               into print-line
           else
             string "BASE: " ws-base-name " (LIVE)  NO GENERATION"
               " ON FILE - JOURNAL REVERSED" delimited by size
               into print-line
           end-if
           write print-line
           move spaces to print-line
           write print-line
           .

       write-report-footer.
           move spaces to print-line
           write print-line
           move spaces to print-line
           string "ROWS REPLAYED: " ws-replayed
             "  REVERSED: " ws-reversed
             "  PASSED OVER: " ws-anomalies
             "  FLAGS NOT JOURNALED: " ws-flag-caveats
             delimited by size into print-line
           write print-line
           move spaces to print-line
           string "WRITTEN: " ws-asof-name " " ws-written " WORDS"
             delimited by size into print-line
           write print-line
           if ws-overflow = 'Y' then
             move spaces to print-line
             move "** TABLE FULL - DICTIONARY IS INCOMPLETE"
               to print-line
             write print-line
           end-if
           .

       set-job-status.
           evaluate true
             when ws-date-valid not = 'Y'
               set job-error to true
               move ws-reject-reason to ws-job-message
             when ws-overflow = 'Y'
               set job-error to true
               move "TABLE FULL - RECONSTRUCTION INCOMPLETE"
                 to ws-job-message
             when ws-build-flag = 'Y' and ws-built not = 'Y'
               set job-warning to true
               move "WORD MASTER NOT BUILT" to ws-job-message
             when ws-anomalies > 0 or ws-flag-caveats > 0
               set job-warning to true
               move "RECONSTRUCTED - SEE REPORT EXCEPTIONS"
                 to ws-job-message
             when other
               set job-ok to true
               move "DICTIONARY RECONSTRUCTED" to ws-job-message
           end-evaluate
           .

      * the files this run read and wrote, fingerprinted into the
      * run manifest under the run number and step in flight
       record-run-manifest.
           move "DICO-ASOF" to rm-program-id
           move ws-base-name to rm-file-name
           set rm-read to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           move "DICOJRNL.DAT" to rm-file-name
           set rm-read to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           move ws-asof-name to rm-file-name
           set rm-written to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           .

      * the journal table only grows; the word table also shrinks
      * on deletes, so its high point is kept as it goes
       record-table-peaks.
           move "DICO-ASOF" to tp-program-id
           move "WS-WORD-TABLE" to tp-table-name
           move ws-max-words to tp-ceiling
           move ws-word-peak to tp-peak
           call 'table-peak' using tp-program-id, tp-table-name,
               tp-ceiling, tp-peak
           move "WS-JOURNAL-TABLE" to tp-table-name
           move ws-max-journal to tp-ceiling
           move ws-journal-count to tp-peak
           call 'table-peak' using tp-program-id, tp-table-name,
               tp-ceiling, tp-peak
           .

       write-audit-log.
           move "DICO-ASOF" to aud-program-id
           move function current-date to aud-timestamp
           move ws-job-message to aud-outcome
           move ws-job-return-code to aud-return-code
           if ws-operator-id = spaces then
             move "BATCH" to aud-operator-id
           else
             move ws-operator-id to aud-operator-id
           end-if
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

       end program dico-asof.
