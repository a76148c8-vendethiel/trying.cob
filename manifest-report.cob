       identification division.
       program-id. manifest-report.

       environment division.
       input-output section.
       file-control.
           select manifest-in assign to 'RUNMANIF.DAT'
           organization is line sequential
           file status is ws-manifest-status.

           select manifest-ctl assign to 'MANIFEST.CTL'
           organization is line sequential
           file status is ws-manifest-ctl-status.

           select report-out assign to 'RUNMANIF.RPT'
           organization is line sequential.

           select audit-log assign to 'AUDIT.LOG'
           organization is line sequential
           file status is ws-audit-log-status.

       data division.
       file section.
       fd  manifest-in.
       copy "runmanif-data.copy".

      * selection card: a run number, a processing date and a file
      * name, any of them blank for "all" - the usual query is one
      * file across the night a reader is asking about
       fd  manifest-ctl.
       01 mc-record.
           02 mc-run-number pic X(6).
           02 mc-run-date pic X(8).
           02 mc-file-name pic X(40).

       fd  report-out.
       01 print-line pic X(132).

       fd  audit-log.
       copy "audit-data.copy".

       working-storage section.
       copy "progstat-call.copy".
       copy "rptarch-call.copy".
       copy "status-data.copy".
       01 ws-manifest-status pic XX.
       01 ws-manifest-ctl-status pic XX.
       01 ws-audit-log-status pic XX.
       01 ws-eof pic X value 'N'.
       01 ws-run-date pic X(8).
       01 ws-sel-run pic X(6) value spaces.
       01 ws-sel-date pic X(8) value spaces.
       01 ws-sel-file pic X(40) value spaces.
       01 ws-rows-listed pic 9(6) value 0.
       01 ws-reads-listed pic 9(6) value 0.
       01 ws-unsourced pic 9(6) value 0.
       01 ws-lineage pic X(38).
       01 ws-count-edit pic Z(6)9.
       01 ws-w pic 9(4).
       01 ws-found-w pic 9(4).

      * every generation some step has written, keyed by file and
      * checksum, holding the latest writer seen so far in the
      * manifest - a read row is traced back to the write that
      * produced exactly the bytes it saw
       78  ws-max-writers value 3000.
       01 ws-writer-count pic 9(4) value 0.
       01 ws-writer-full pic X value 'N'.
       01 ws-writer-table.
           02 ws-writer-entry occurs ws-max-writers times.
               05 ws-wr-file pic X(40).
               05 ws-wr-checksum pic 9(12).
               05 ws-wr-records pic 9(7).
               05 ws-wr-run pic X(6).
               05 ws-wr-step pic X(2).
               05 ws-wr-date pic X(8).
               05 ws-wr-program pic X(20).

       procedure division.
       main-line.
           move "MANIFEST-REPORT" to aud-program-id
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           call 'sysdate' using ws-run-date
           perform load-selection
           open output report-out
           perform write-report-header
           open input manifest-in
           if ws-manifest-status not = '00' then
             move spaces to print-line
             move "RUNMANIF.DAT NOT ON FILE - NOTHING RECORDED YET"
               to print-line
             write print-line
           else
             move 'N' to ws-eof
             perform until ws-eof = 'Y'
               read manifest-in
                 at end move 'Y' to ws-eof
                 not at end perform process-manifest-row
               end-read
             end-perform
             close manifest-in
           end-if
           perform write-report-footer
           close report-out
           move "MANIFEST-REPORT" to ra-program-id
           move "RUNMANIF.RPT" to ra-report-name
           call 'report-archive' using ra-program-id, ra-report-name
           perform set-job-status
           display "JOB STATUS: " ws-job-return-code " "
             ws-job-message
           perform write-audit-log
           move ws-job-return-code to return-code
           stop run
           .

       load-selection.
           open input manifest-ctl
           if ws-manifest-ctl-status = '00' then
             read manifest-ctl
               at end continue
               not at end
                 move mc-run-number to ws-sel-run
                 move mc-run-date to ws-sel-date
                 move mc-file-name to ws-sel-file
             end-read
             close manifest-ctl
           else
             display "Run number (blank for all)"
             accept ws-sel-run
             display "Processing date yyyymmdd (blank for all)"
             accept ws-sel-date
             display "File name (blank for all)"
             accept ws-sel-file
           end-if
           .

      * the lineage lookup runs before the row's own write is filed,
      * so a step that reads and rewrites one file traces its read
      * to the previous writer, not to itself
       process-manifest-row.
           if (ws-sel-run = spaces or rmf-run-number = ws-sel-run)
             and (ws-sel-date = spaces or rmf-run-date = ws-sel-date)
             and (ws-sel-file = spaces
               or rmf-file-name = ws-sel-file) then
             perform list-manifest-row
           end-if
           if rmf-direction = 'W' and rmf-status = "PRESENT" then
             perform file-writer
           end-if
           .

       list-manifest-row.
           add 1 to ws-rows-listed
           move spaces to ws-lineage
           if rmf-direction = 'R' then
             add 1 to ws-reads-listed
             perform find-writer
             if rmf-status not = "PRESENT" then
               move "FILE ABSENT WHEN READ" to ws-lineage
               add 1 to ws-unsourced
             else
             if ws-found-w = 0 then
               move "NO RECORDED WRITER" to ws-lineage
               add 1 to ws-unsourced
             else
               string "BY " ws-wr-run(ws-found-w) "/"
                 ws-wr-step(ws-found-w) " "
                 ws-wr-program(ws-found-w) into ws-lineage
             end-if
             end-if
           end-if
           move rmf-records to ws-count-edit
           move spaces to print-line
           string rmf-run-number " " rmf-step " " rmf-run-date " "
             rmf-stamp(9:2) ":" rmf-stamp(11:2) " "
             rmf-program " " rmf-direction " "
             rmf-file-name(1:24) " " ws-count-edit " "
             rmf-checksum " " ws-lineage
             into print-line
           write print-line
           .

       find-writer.
           move 0 to ws-found-w
           perform varying ws-w from 1 by 1
             until ws-w > ws-writer-count or ws-found-w > 0
             if ws-wr-file(ws-w) = rmf-file-name
               and ws-wr-checksum(ws-w) = rmf-checksum
               and ws-wr-records(ws-w) = rmf-records then
               move ws-w to ws-found-w
             end-if
           end-perform
           .

       file-writer.
           perform find-writer
           if ws-found-w = 0 then
             if ws-writer-count >= ws-max-writers then
               move 'Y' to ws-writer-full
               exit paragraph
             end-if
             add 1 to ws-writer-count
             move ws-writer-count to ws-found-w
             move rmf-file-name to ws-wr-file(ws-found-w)
             move rmf-checksum to ws-wr-checksum(ws-found-w)
             move rmf-records to ws-wr-records(ws-found-w)
           end-if
           move rmf-run-number to ws-wr-run(ws-found-w)
           move rmf-step to ws-wr-step(ws-found-w)
           move rmf-run-date to ws-wr-date(ws-found-w)
           move rmf-program to ws-wr-program(ws-found-w)
           .

       write-report-header.
           move spaces to print-line
           string "RUN MANIFEST REPORT  " ws-run-date
             "   RUN: " ws-sel-run "  DATE: " ws-sel-date
             "  FILE: " ws-sel-file into print-line
           write print-line
           move spaces to print-line
           write print-line
           move spaces to print-line
           string "RUN    ST DATE     TIME  PROGRAM              D "
             "FILE                     RECORDS     CHECKSUM "
             "WRITTEN BY RUN/STEP" into print-line
           write print-line
           .

       write-report-footer.
           move spaces to print-line
           write print-line
           move spaces to print-line
           string "ROWS LISTED: " ws-rows-listed
             "  READS: " ws-reads-listed
             "  READS WITH NO RECORDED WRITER: " ws-unsourced
             into print-line
           write print-line
           if ws-writer-full = 'Y' then
             move spaces to print-line
             string "WRITER TABLE FULL AT " ws-max-writers
               " GENERATIONS - LATER WRITES NOT TRACED"
               into print-line
             write print-line
           end-if
           .

       set-job-status.
           if ws-writer-full = 'Y' then
             set job-warning to true
             move "MANIFEST LISTED, WRITER TABLE FULL"
               to ws-job-message
           else
             set job-ok to true
             move spaces to ws-job-message
             string "MANIFEST LISTED, " ws-rows-listed " ROW(S)"
               into ws-job-message
           end-if
           .

       write-audit-log.
           move "MANIFEST-REPORT" to aud-program-id
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

       end program manifest-report.
