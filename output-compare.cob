       identification division.
       program-id. output-compare.

       environment division.
       input-output section.
       file-control.
           select compare-ctl assign to 'COMPARE.CTL'
           organization is line sequential
           file status is ws-compare-ctl-status.

           select old-in assign dynamic ws-old-name
           organization is line sequential
           file status is ws-old-status.

           select new-in assign dynamic ws-new-name
           organization is line sequential
           file status is ws-new-status.

           select report-out assign to 'COMPARE.RPT'
           organization is line sequential.

           select audit-log assign to 'AUDIT.LOG'
           organization is line sequential
           file status is ws-audit-log-status.

       data division.
       file section.
      * which file, and which two generations of it: 'R' sets the
      * .PRERUN copy the driver keeps before a forced rerun against
      * the live file, 'T' sets production against the TRAIN copy,
      * 'G' takes both names from the card (a catch-up replay, or a
      * backup generation)
       fd  compare-ctl.
       01 cc-record.
           02 cc-file-name pic X(40).
           02 cc-mode pic X(1).
           02 cc-old-name pic X(40).
           02 cc-new-name pic X(40).

       fd  old-in.
       01 old-line pic X(132).

       fd  new-in.
       01 new-line pic X(132).

       fd  report-out.
       01 print-line pic X(132).

       fd  audit-log.
       copy "audit-data.copy".

       working-storage section.
       copy "progstat-call.copy".
       copy "rptarch-call.copy".
       copy "status-data.copy".
       copy "layout-data.copy".
       01 ws-compare-ctl-status pic XX.
       01 ws-old-status pic XX.
       01 ws-new-status pic XX.
       01 ws-audit-log-status pic XX.
       01 ws-old-name pic X(40).
       01 ws-new-name pic X(40).
       01 ws-mode pic X(1) value 'R'.
       01 ws-eof pic X value 'N'.
       01 ws-run-date pic X(8).
       01 ws-failed pic X(1) value 'N'.
       01 ws-overflow pic X(1) value 'N'.
       01 ws-same-count pic 9(5) value 0.
       01 ws-changed-count pic 9(5) value 0.
       01 ws-added-count pic 9(5) value 0.
       01 ws-dropped-count pic 9(5) value 0.
       01 ws-diff-count pic 9(5) value 0.
       01 ws-i pic 9(5).
       01 ws-j pic 9(5).
       01 ws-f pic 9(2).
       01 ws-found pic 9(5).
       01 ws-key-pos pic 9(3).
       01 ws-key pic X(100).
       01 ws-work-record pic X(132).
       01 ws-key-display pic X(70).
       01 ws-old-value pic X(40).
       01 ws-new-value pic X(40).
       01 ws-display-len pic 9(3).

      * both generations held in full, each record with its key -
      * the catalog's key fields strung together - and its
      * occurrence among records sharing that key, so repeated
      * keys (draws of one date, lines of a page) pair in order
       78  ws-max-records value 2000.
       01 ws-old-count pic 9(5) value 0.
       01 ws-old-table.
           02 ws-old-entry occurs ws-max-records times.
               05 ws-old-rec pic X(132).
               05 ws-old-key pic X(100).
               05 ws-old-occ pic 9(5).
               05 ws-old-matched pic X(1).
       01 ws-new-count pic 9(5) value 0.
       01 ws-new-table.
           02 ws-new-entry occurs ws-max-records times.
               05 ws-new-rec pic X(132).
               05 ws-new-key pic X(100).
               05 ws-new-occ pic 9(5).
               05 ws-new-matched pic X(1).

       procedure division.
       main-line.
           move "OUTPUT-COMPARE" to aud-program-id
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           call 'sysdate' using ws-run-date
           perform load-selection
           open output report-out
           perform write-report-header
           if ws-failed = 'N' then
             perform load-old-generation
           end-if
           if ws-failed = 'N' then
             perform load-new-generation
           end-if
           if ws-failed = 'N' then
             perform compare-generations
           end-if
           perform write-report-footer
           close report-out
           move "OUTPUT-COMPARE" to ra-program-id
           move "COMPARE.RPT" to ra-report-name
           call 'report-archive' using ra-program-id, ra-report-name
           perform set-job-status
           display "JOB STATUS: " ws-job-return-code " "
             ws-job-message
           display "SAME: " ws-same-count "  CHANGED: "
             ws-changed-count "  ADDED: " ws-added-count
             "  DROPPED: " ws-dropped-count
           perform write-audit-log
           move ws-job-return-code to return-code
           stop run
           .

       load-selection.
           move spaces to cc-record
           open input compare-ctl
           if ws-compare-ctl-status = '00' then
             read compare-ctl
               at end continue
             end-read
             close compare-ctl
           else
             display "File to compare (e.g. PUZZGRADE.DAT)"
             accept cc-file-name
             display "R=rerun vs first attempt, T=training vs "
               "production, G=name both generations"
             accept cc-mode
             if cc-mode = 'G' then
               display "Old generation file name"
               accept cc-old-name
               display "New generation file name"
               accept cc-new-name
             end-if
           end-if
           if cc-mode = 'T' or cc-mode = 'G' then
             move cc-mode to ws-mode
           end-if
           move cc-file-name to lc-file-name
           call 'layout-catalog' using lc-file-name, lc-found,
               lc-record-length, lc-field-count, lc-field-table
           if lc-unknown then
             move 'Y' to ws-failed
             exit paragraph
           end-if
           move spaces to ws-old-name
           move spaces to ws-new-name
           evaluate ws-mode
             when 'T'
               move cc-file-name to ws-old-name
               string "TRAIN." function trim(cc-file-name)
                 into ws-new-name
             when 'G'
               move cc-old-name to ws-old-name
               move cc-new-name to ws-new-name
             when other
               string function trim(cc-file-name) ".PRERUN"
                 into ws-old-name
               move cc-file-name to ws-new-name
           end-evaluate
           .

       load-old-generation.
           move 'N' to ws-eof
           open input old-in
           if ws-old-status not = '00' then
             move 'Y' to ws-failed
             move spaces to print-line
             string "  OLD GENERATION " function trim(ws-old-name)
               " NOT FOUND" into print-line
             write print-line
             exit paragraph
           end-if
           perform until ws-eof = 'Y'
             read old-in
               at end move 'Y' to ws-eof
               not at end
                 if ws-old-count < ws-max-records then
                   add 1 to ws-old-count
                   move old-line to ws-old-rec(ws-old-count)
                   move old-line to ws-work-record
                   perform build-record-key
                   move ws-key to ws-old-key(ws-old-count)
                   move 'N' to ws-old-matched(ws-old-count)
                   move 1 to ws-old-occ(ws-old-count)
                   perform varying ws-j from 1 by 1
                     until ws-j >= ws-old-count
                     if ws-old-key(ws-j) = ws-key then
                       add 1 to ws-old-occ(ws-old-count)
                     end-if
                   end-perform
                 else
                   move 'Y' to ws-overflow
                 end-if
             end-read
           end-perform
           close old-in
           .

       load-new-generation.
           move 'N' to ws-eof
           open input new-in
           if ws-new-status not = '00' then
             move 'Y' to ws-failed
             move spaces to print-line
             string "  NEW GENERATION " function trim(ws-new-name)
               " NOT FOUND" into print-line
             write print-line
             exit paragraph
           end-if
           perform until ws-eof = 'Y'
             read new-in
               at end move 'Y' to ws-eof
               not at end
                 if ws-new-count < ws-max-records then
                   add 1 to ws-new-count
                   move new-line to ws-new-rec(ws-new-count)
                   move new-line to ws-work-record
                   perform build-record-key
                   move ws-key to ws-new-key(ws-new-count)
                   move 'N' to ws-new-matched(ws-new-count)
                   move 1 to ws-new-occ(ws-new-count)
                   perform varying ws-j from 1 by 1
                     until ws-j >= ws-new-count
                     if ws-new-key(ws-j) = ws-key then
                       add 1 to ws-new-occ(ws-new-count)
                     end-if
                   end-perform
                 else
                   move 'Y' to ws-overflow
                 end-if
             end-read
           end-perform
           close new-in
           .

      * the record being keyed is presented in ws-work-record
       build-record-key.
           move spaces to ws-key
           move 1 to ws-key-pos
           perform varying ws-f from 1 by 1
             until ws-f > lc-field-count
             if lc-fld-key(ws-f) = 'K'
               and ws-key-pos + lc-fld-length(ws-f) <= 101 then
               move ws-work-record(lc-fld-start(ws-f):
                 lc-fld-length(ws-f))
                 to ws-key(ws-key-pos:lc-fld-length(ws-f))
               add lc-fld-length(ws-f) to ws-key-pos
             end-if
           end-perform
           .

       compare-generations.
           perform varying ws-i from 1 by 1
             until ws-i > ws-old-count
             move 0 to ws-found
             perform varying ws-j from 1 by 1
               until ws-j > ws-new-count or ws-found > 0
               if ws-new-matched(ws-j) = 'N'
                 and ws-new-key(ws-j) = ws-old-key(ws-i)
                 and ws-new-occ(ws-j) = ws-old-occ(ws-i) then
                 move ws-j to ws-found
               end-if
             end-perform
             if ws-found = 0 then
               add 1 to ws-dropped-count
               move ws-old-rec(ws-i) to ws-work-record
               move ws-old-occ(ws-i) to ws-j
               perform build-key-display
               move spaces to print-line
               string "  DROPPED  " ws-key-display into print-line
               write print-line
             else
               move 'Y' to ws-old-matched(ws-i)
               move 'Y' to ws-new-matched(ws-found)
               if ws-old-rec(ws-i) = ws-new-rec(ws-found) then
                 add 1 to ws-same-count
               else
                 add 1 to ws-changed-count
                 perform report-changed-fields
               end-if
             end-if
           end-perform
           perform varying ws-i from 1 by 1
             until ws-i > ws-new-count
             if ws-new-matched(ws-i) = 'N' then
               add 1 to ws-added-count
               move ws-new-rec(ws-i) to ws-work-record
               move ws-new-occ(ws-i) to ws-j
               perform build-key-display
               move spaces to print-line
               string "  ADDED    " ws-key-display into print-line
               write print-line
             end-if
           end-perform
           compute ws-diff-count = ws-changed-count
             + ws-added-count + ws-dropped-count
           .

      * one line naming the record, then one line per field that
      * differs, old value against new, in the writer's own names
       report-changed-fields.
           move ws-new-rec(ws-found) to ws-work-record
           move ws-new-occ(ws-found) to ws-j
           perform build-key-display
           move spaces to print-line
           string "  CHANGED  " ws-key-display into print-line
           write print-line
           perform varying ws-f from 1 by 1
             until ws-f > lc-field-count
             if ws-old-rec(ws-i)(lc-fld-start(ws-f):
                 lc-fld-length(ws-f))
               not = ws-new-rec(ws-found)(lc-fld-start(ws-f):
                 lc-fld-length(ws-f)) then
               move lc-fld-length(ws-f) to ws-display-len
               if ws-display-len > 40 then
                 move 40 to ws-display-len
               end-if
               move spaces to ws-old-value
               move spaces to ws-new-value
               move ws-old-rec(ws-i)(lc-fld-start(ws-f):
                 ws-display-len) to ws-old-value
               move ws-new-rec(ws-found)(lc-fld-start(ws-f):
                 ws-display-len) to ws-new-value
               move spaces to print-line
               string "      " lc-fld-name(ws-f) " WAS "
                 ws-old-value " NOW " ws-new-value
                 into print-line
               write print-line
             end-if
           end-perform
           move ws-old-rec(ws-i) to ws-work-record
           .

      * key fields of the record in ws-work-record, or its position when
      * the layout has no key; ws-j carries the occurrence
       build-key-display.
           move spaces to ws-key-display
           move 1 to ws-key-pos
           perform varying ws-f from 1 by 1
             until ws-f > lc-field-count
             if lc-fld-key(ws-f) = 'K' then
               string function trim(ws-work-record(lc-fld-start(ws-f):
                 lc-fld-length(ws-f))) " " delimited by size
                 into ws-key-display with pointer ws-key-pos
             end-if
           end-perform
           if ws-key-pos = 1 then
             string "LINE " ws-j delimited by size
               into ws-key-display with pointer ws-key-pos
           else
             if ws-j > 1 then
               string "#" ws-j delimited by size
                 into ws-key-display with pointer ws-key-pos
             end-if
           end-if
           .

       write-report-header.
           move spaces to print-line
           string "OUTPUT COMPARE  " ws-run-date "  FILE: "
             cc-file-name into print-line
           write print-line
           move spaces to print-line
           if lc-unknown then
             string "  " function trim(cc-file-name)
               " IS NOT IN THE LAYOUT CATALOG - NOTHING COMPARED"
               into print-line
           else
             string "  OLD: " function trim(ws-old-name)
               "   NEW: " function trim(ws-new-name) into print-line
           end-if
           write print-line
           move spaces to print-line
           write print-line
           .

       write-report-footer.
           move spaces to print-line
           write print-line
           if ws-overflow = 'Y' then
             move spaces to print-line
             string "  MORE THAN " ws-max-records
               " RECORDS - COMPARISON IS PARTIAL" into print-line
             write print-line
           end-if
           move spaces to print-line
           string "  OLD RECORDS: " ws-old-count
             "  NEW RECORDS: " ws-new-count into print-line
           write print-line
           move spaces to print-line
           string "  SAME: " ws-same-count
             "  CHANGED: " ws-changed-count
             "  ADDED: " ws-added-count
             "  DROPPED: " ws-dropped-count into print-line
           write print-line
           .

       set-job-status.
           evaluate true
             when ws-failed = 'Y'
               set job-error to true
               move "COMPARE NOT RUN - SEE COMPARE.RPT"
                 to ws-job-message
             when ws-overflow = 'Y'
               set job-warning to true
               move "COMPARE PARTIAL - TABLE FULL" to ws-job-message
             when ws-diff-count > 0
               set job-warning to true
               move spaces to ws-job-message
               string "GENERATIONS DIFFER, " ws-diff-count
                 " RECORD(S)" into ws-job-message
             when other
               set job-ok to true
               move "GENERATIONS IDENTICAL" to ws-job-message
           end-evaluate
           .

       write-audit-log.
           move "OUTPUT-COMPARE" to aud-program-id
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

       end program output-compare.
