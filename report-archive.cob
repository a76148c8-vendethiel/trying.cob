       identification division.
       program-id. report-archive.

       environment division.
       input-output section.
       file-control.
           select report-index assign to 'RPTINDEX.DAT'
           organization is line sequential
           file status is ws-index-status.

       data division.
       file section.
       fd  report-index.
       copy "rptindex-data.copy".

       working-storage section.
       copy "fingerprint-data.copy".
       01 ws-index-status pic XX.
       01 ws-run-date pic X(8).
       01 ws-stamp pic X(21).
       01 ws-archive-name pic X(40).
       01 ws-cp-command pic X(100).

       linkage section.
       copy "rptarch-call.copy".

      * the copy is named for the report and the moment it was
      * filed, the same way backup generations carry their date, so
      * a second run in a day files beside the first
       procedure division using ra-program-id, ra-report-name.
       main-line.
           move ra-report-name to fp-file-name
           call 'fingerprint' using fp-file-name, fp-found,
               fp-record-count, fp-checksum, fp-first-record,
               fp-last-record
           if fp-missing then
             goback
           end-if
           call 'sysdate' using ws-run-date
           move function current-date to ws-stamp
           move spaces to ws-archive-name
           string function trim(ra-report-name) ".A" ws-stamp(1:14)
             delimited by size into ws-archive-name
           move spaces to ws-cp-command
           string "cp -f " function trim(ra-report-name) " "
             function trim(ws-archive-name)
             delimited by size into ws-cp-command
           call "SYSTEM" using ws-cp-command
           move spaces to ri-record
           move ra-report-name to ri-report-name
           move ws-run-date to ri-run-date
           call 'runnum' using ri-run-number
           move ra-program-id to ri-program-id
           move ws-stamp(1:14) to ri-stamp
           move fp-record-count to ri-lines
           move ws-archive-name to ri-archive-name
           open extend report-index
           if ws-index-status = '35' then
             open output report-index
           end-if
           write ri-record
           close report-index
           goback
           .

       end program report-archive.
