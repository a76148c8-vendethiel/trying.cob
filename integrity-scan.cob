       identification division.
       program-id. integrity-scan.

       environment division.
       input-output section.
       file-control.
           select scan-file assign dynamic ws-scan-name
           organization is line sequential
           file status is ws-scan-status.

           select word-index assign dynamic ws-scan-name
           organization is relative
           access mode is sequential
           relative key is ws-rel-key
           file status is ws-scan-status.

           select report-out assign to 'INTEGRITY.RPT'
           organization is line sequential.

           select audit-log assign to 'AUDIT.LOG'
           organization is line sequential
           file status is ws-audit-log-status.

       data division.
       file section.
      * any line file, read at the length it actually has on disk,
      * so a record cut short by an editor shows as short
       fd  scan-file
           record is varying in size from 0 to 400 characters
           depending on ws-rec-len.
       01 scan-record pic X(400).

       fd  word-index.
       01 wi-record pic X(57).

       fd  report-out.
       01 print-line pic X(100).

       fd  audit-log.
       copy "audit-data.copy".

       working-storage section.
       copy "progstat-call.copy".
       copy "rptarch-call.copy".
       copy "status-data.copy".
       copy "layout-data.copy".
       01 ws-scan-status pic XX.
       01 ws-audit-log-status pic XX.
       01 ws-eof pic X value 'N'.
       01 ws-run-date pic X(8).
       01 ws-scan-name pic X(40).
       01 ws-rel-key pic 9(6).
       01 ws-rec-len pic 9(3).
       01 ws-work-record pic X(400).
       01 ws-record-number pic 9(7).
       01 ws-f pic 9(2).
       01 ws-fld-end pic 9(3).
       01 ws-problem pic X(36).
       01 ws-file-records pic 9(7).
       01 ws-file-problems pic 9(7).
       01 ws-files-scanned pic 9(3) value 0.
       01 ws-files-bad pic 9(3) value 0.
       01 ws-files-missing pic 9(3) value 0.
       01 ws-total-records pic 9(9) value 0.
       01 ws-total-problems pic 9(7) value 0.
       01 ws-uncatalogued pic 9(3) value 0.

      * a file in a bad way could fill the page; the first fifty
      * problems tell the story and the count tells the rest
       78  ws-max-shown value 50.

      * the files scanned, how each is organized ('L' a line file,
      * 'R' the relative word index) and how many records at its
      * head are control records rather than data
       01 ws-scan-table.
           02 filler pic X(22) value 'WORD-MASTER.DAT     R1'.
           02 filler pic X(22) value 'ENTRANT.DAT         L0'.
           02 filler pic X(22) value 'ENTSCORE.DAT        L0'.
           02 filler pic X(22) value 'PZLEADER.DAT        L0'.
           02 filler pic X(22) value 'OPERMST.DAT         L0'.
           02 filler pic X(22) value 'PERMIT.DAT          L0'.
           02 filler pic X(22) value 'DEFNMST.DAT         L0'.
           02 filler pic X(22) value 'WORDCAT.DAT         L0'.
           02 filler pic X(22) value 'ALLOCOUT.DAT        L0'.
           02 filler pic X(22) value 'CALENDAR.DAT        L0'.
           02 filler pic X(22) value 'PARTNER.DAT         L0'.
           02 filler pic X(22) value 'PRIZEFUL.DAT        L0'.
           02 filler pic X(22) value 'ACHIEVE.DAT         L0'.
           02 filler pic X(22) value 'ERASURE.DAT         L0'.
           02 filler pic X(22) value 'SYNDRATE.DAT        L0'.
           02 filler pic X(22) value 'SYNDINV.DAT         L0'.
           02 filler pic X(22) value 'DISPUTE.DAT         L0'.
           02 filler pic X(22) value 'ERRATA.DAT          L0'.
           02 filler pic X(22) value 'PZPOINTS.DAT        L0'.
           02 filler pic X(22) value 'GRIDTPL.DAT         L0'.
           02 filler pic X(22) value 'GRIDHIST.DAT        L0'.
           02 filler pic X(22) value 'EDPLAN.DAT          L0'.
           02 filler pic X(22) value 'WORDFAM.DAT         L0'.
           02 filler pic X(22) value 'VARIANT.DAT         L0'.
           02 filler pic X(22) value 'DRAWBOOK.DAT        L0'.
           02 filler pic X(22) value 'PAYEE.DAT           L0'.
           02 filler pic X(22) value 'GLMAP.DAT           L0'.
           02 filler pic X(22) value 'STANDING.DAT        L0'.
       01 ws-scan-list redefines ws-scan-table.
           02 ws-scan-entry occurs 28 times.
               05 ws-sc-name pic X(20).
               05 ws-sc-organization pic X(1).
               05 ws-sc-skip pic 9(1).
       78  ws-scan-count value 28.
       01 ws-s pic 9(2).

       procedure division.
       main-line.
           move "INTEGRITY-SCAN" to aud-program-id
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           call 'sysdate' using ws-run-date
           open output report-out
           perform write-report-header
           perform varying ws-s from 1 by 1
             until ws-s > ws-scan-count
             perform scan-one-file
           end-perform
           perform write-report-footer
           close report-out
           move "INTEGRITY-SCAN" to ra-program-id
           move "INTEGRITY.RPT" to ra-report-name
           call 'report-archive' using ra-program-id, ra-report-name
           perform set-job-status
           display "JOB STATUS: " ws-job-return-code " "
             ws-job-message
           perform write-audit-log
           move ws-job-return-code to return-code
           stop run
           .

       scan-one-file.
           move ws-sc-name(ws-s) to lc-file-name
           call 'layout-catalog' using lc-file-name, lc-found,
               lc-record-length, lc-field-count, lc-field-table
           if lc-unknown then
             add 1 to ws-uncatalogued
             move spaces to print-line
             string "  " ws-sc-name(ws-s) "  ** NOT IN THE LAYOUT "
               "CATALOG - NOT SCANNED" delimited by size
               into print-line
             write print-line
             exit paragraph
           end-if
           move ws-sc-name(ws-s) to ws-scan-name
           move 0 to ws-record-number
           move 0 to ws-file-records
           move 0 to ws-file-problems
           move 'N' to ws-eof
           if ws-sc-organization(ws-s) = 'R' then
             open input word-index
           else
             open input scan-file
           end-if
      * a master the site does not keep is nothing to scan, not a
      * fault in one
           if ws-scan-status not = '00' then
             add 1 to ws-files-missing
             move spaces to print-line
             string "  " ws-sc-name(ws-s) "  (NOT ON DISK)"
               delimited by size into print-line
             write print-line
             exit paragraph
           end-if
           add 1 to ws-files-scanned
           perform until ws-eof = 'Y'
             perform read-scan-record
             if ws-eof not = 'Y' then
               add 1 to ws-record-number
               if ws-record-number > ws-sc-skip(ws-s) then
                 add 1 to ws-file-records
                 perform check-one-record
               end-if
             end-if
           end-perform
           if ws-sc-organization(ws-s) = 'R' then
             close word-index
           else
             close scan-file
           end-if
           add ws-file-records to ws-total-records
           if ws-file-problems > 0 then
             add 1 to ws-files-bad
             add ws-file-problems to ws-total-problems
           end-if
           if ws-file-problems > ws-max-shown then
             move spaces to print-line
             string "  " ws-sc-name(ws-s) "  ... "
               ws-file-problems " PROBLEMS IN ALL"
               delimited by size into print-line
             write print-line
           end-if
           move spaces to print-line
           string "  " ws-sc-name(ws-s) "  RECORDS: " ws-file-records
             "  PROBLEMS: " ws-file-problems
             delimited by size into print-line
           write print-line
           move spaces to print-line
           write print-line
           .

      * a relative record is always its full length; a line record
      * is as long as the line on disk
       read-scan-record.
           move spaces to ws-work-record
           if ws-sc-organization(ws-s) = 'R' then
             read word-index
               at end move 'Y' to ws-eof
               not at end
                 move wi-record to ws-work-record
                 move length of wi-record to ws-rec-len
             end-read
           else
             read scan-file
               at end move 'Y' to ws-eof
               not at end
                 if ws-rec-len > 0 then
                   move scan-record(1:ws-rec-len) to ws-work-record
                 end-if
             end-read
           end-if
           .

      * a line that stops short is fine where only text is missing,
      * since trailing blanks are not kept on disk; a number, a key
      * or a date that is not there is the damage the scan is for
       check-one-record.
           if ws-rec-len = 0 then
             move "EMPTY RECORD" to ws-problem
             move 0 to ws-f
             perform note-problem
             exit paragraph
           end-if
           if ws-rec-len > lc-record-length then
             move spaces to ws-problem
             string "LONGER THAN LAYOUT (" ws-rec-len " > "
               lc-record-length ")" delimited by size into ws-problem
             move 0 to ws-f
             perform note-problem
           end-if
           perform varying ws-f from 1 by 1
             until ws-f > lc-field-count
             perform check-one-field
           end-perform
           .

       check-one-field.
           compute ws-fld-end =
             lc-fld-start(ws-f) + lc-fld-length(ws-f) - 1
           if ws-fld-end > ws-rec-len
             and (lc-fld-type(ws-f) = '9' or lc-fld-key(ws-f) = 'K')
             then
             move "MISSING - RECORD SHORT" to ws-problem
             perform note-problem
             exit paragraph
           end-if
           if lc-fld-key(ws-f) = 'K'
             and ws-work-record(lc-fld-start(ws-f):
               lc-fld-length(ws-f)) = spaces then
             move "KEY FIELD BLANK" to ws-problem
             perform note-problem
             exit paragraph
           end-if
           evaluate lc-fld-type(ws-f)
             when '9'
               if ws-work-record(lc-fld-start(ws-f):
                 lc-fld-length(ws-f)) is not numeric then
                 move "NOT NUMERIC" to ws-problem
                 perform note-problem
               end-if
             when 'D'
               perform check-date-field
           end-evaluate
           .

      * a date left blank is allowed where it is not part of the
      * key; one that is there has to be a real yyyymmdd date
       check-date-field.
           if ws-work-record(lc-fld-start(ws-f):8) = spaces then
             exit paragraph
           end-if
           if ws-work-record(lc-fld-start(ws-f):8) is not numeric then
             move "DATE NOT NUMERIC" to ws-problem
             perform note-problem
             exit paragraph
           end-if
           if function test-date-yyyymmdd(function numval(
             ws-work-record(lc-fld-start(ws-f):8))) not = 0 then
             move "IMPOSSIBLE DATE" to ws-problem
             perform note-problem
           end-if
           .

       note-problem.
           add 1 to ws-file-problems
           if ws-file-problems > ws-max-shown then
             exit paragraph
           end-if
           move spaces to print-line
           if ws-f = 0 then
             string "  " ws-sc-name(ws-s) "  RECORD " ws-record-number
               "  " ws-problem delimited by size into print-line
           else
             string "  " ws-sc-name(ws-s) "  RECORD " ws-record-number
               "  " lc-fld-name(ws-f) "  " ws-problem
               delimited by size into print-line
           end-if
           write print-line
           .

       write-report-header.
           move spaces to print-line
           string "DATA FILE INTEGRITY SCAN  " ws-run-date
             into print-line
           write print-line
           move spaces to print-line
           write print-line
           move spaces to print-line
           move "  FILE" to print-line(1:24)
           move "RECORD" to print-line(25:14)
           move "FIELD" to print-line(41:22)
           move "PROBLEM" to print-line(63:7)
           write print-line
           move spaces to print-line
           write print-line
           .

       write-report-footer.
           move spaces to print-line
           write print-line
           move spaces to print-line
           string "  FILES SCANNED: " ws-files-scanned
             "  WITH PROBLEMS: " ws-files-bad
             "  NOT ON DISK: " ws-files-missing
             "  RECORDS: " ws-total-records
             "  PROBLEMS: " ws-total-problems
             delimited by size into print-line
           write print-line
           .

      * a damaged master holds the chain the way a failed preflight
      * does: the record is put right in the morning, not found by
      * the step that abends on it in the night
       set-job-status.
           evaluate true
             when ws-total-problems > 0
               set job-error to true
               move spaces to ws-job-message
               string ws-total-problems " RECORD PROBLEM(S) IN "
                 ws-files-bad " FILE(S)" delimited by size
                 into ws-job-message
             when ws-uncatalogued > 0
               set job-warning to true
               move "FILE(S) MISSING FROM THE LAYOUT CATALOG"
                 to ws-job-message
             when other
               set job-ok to true
               move "ALL SCANNED FILES MATCH THEIR LAYOUTS"
                 to ws-job-message
           end-evaluate
           .

       write-audit-log.
           move "INTEGRITY-SCAN" to aud-program-id
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

       end program integrity-scan.
