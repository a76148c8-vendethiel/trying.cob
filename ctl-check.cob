       identification division.
       program-id. ctl-check.

       environment division.
       input-output section.
       file-control.
           select ctl-register assign to 'CTLREG.DAT'
           organization is line sequential
           file status is ws-register-status.

           select report-out assign to 'CTLCHECK.RPT'
           organization is line sequential.

           select audit-log assign to 'AUDIT.LOG'
           organization is line sequential
           file status is ws-audit-log-status.

       data division.
       file section.
       fd  ctl-register.
       copy "ctlreg-data.copy".

       fd  report-out.
       01 print-line pic X(100).

       fd  audit-log.
       copy "audit-data.copy".

       working-storage section.
       copy "progstat-call.copy".
       copy "rptarch-call.copy".
       copy "manifest-data.copy".
       copy "status-data.copy".
       copy "fingerprint-data.copy".
       copy "ctlcard-list.copy".
       01 ws-register-status pic XX.
       01 ws-audit-log-status pic XX.
       01 ws-eof pic X value 'N'.
       01 ws-run-date pic X(8).
       01 ws-c pic 9(3).
       01 ws-found-c pic 9(3).
       01 ws-card-state pic X(32).
       01 ws-card-retired pic X(1).
       01 ws-matched-count pic 9(3) value 0.
       01 ws-drift-count pic 9(3) value 0.
       01 ws-unregistered-count pic 9(3) value 0.
       01 ws-register-full pic X(1) value 'N'.

      * every card the shop knows of, plus any other card that has
      * been through the register, with its last registered image
       78  ws-max-cards value 80.
       01 ws-card-total pic 9(3) value 0.
       01 ws-card-table.
           02 ws-card-entry occurs ws-max-cards times.
               05 ws-cd-name pic X(20).
               05 ws-cd-registered pic X(1).
               05 ws-cd-change pic 9(6).
               05 ws-cd-stamp pic X(14).
               05 ws-cd-operator pic X(8).
               05 ws-cd-records pic 9(7).
               05 ws-cd-checksum pic 9(12).

       procedure division.
       main-line.
           move "CTL-CHECK" to aud-program-id
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           call 'sysdate' using ws-run-date
           perform load-known-cards
           perform load-registered-images
           open output report-out
           perform write-report-header
           perform varying ws-c from 1 by 1
             until ws-c > ws-card-total
             perform check-one-card
           end-perform
           perform write-report-footer
           close report-out
           move "CTL-CHECK" to ra-program-id
           move "CTLCHECK.RPT" to ra-report-name
           call 'report-archive' using ra-program-id, ra-report-name
           perform record-run-manifest
           perform set-job-status
           display "JOB STATUS: " ws-job-return-code " "
             ws-job-message
           perform write-audit-log
           move ws-job-return-code to return-code
           stop run
           .

      * the files this run read and wrote, fingerprinted into the
      * run manifest under the run number and step in flight
       record-run-manifest.
           move "CTL-CHECK" to rm-program-id
           move "CTLREG.DAT" to rm-file-name
           set rm-read to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           move "CTLCHECK.RPT" to rm-file-name
           set rm-written to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           .

       load-known-cards.
           move 0 to ws-card-total
           perform varying ws-c from 1 by 1
             until ws-c > ctl-card-count
             add 1 to ws-card-total
             move ctl-card-name(ws-c) to ws-cd-name(ws-card-total)
             move 'N' to ws-cd-registered(ws-card-total)
           end-perform
           .

      * the register is in change order, so the last after image
      * seen for a card is the one now in force
       load-registered-images.
           move 'N' to ws-eof
           open input ctl-register
           if ws-register-status = '00' then
             perform until ws-eof = 'Y'
               read ctl-register
                 at end move 'Y' to ws-eof
                 not at end
                   if cr-after-image and cr-line-number <= 1 then
                     perform note-registered-image
                   end-if
               end-read
             end-perform
             close ctl-register
           end-if
           .

       note-registered-image.
           move 0 to ws-found-c
           perform varying ws-c from 1 by 1
             until ws-c > ws-card-total or ws-found-c > 0
             if ws-cd-name(ws-c) = cr-card-name then
               move ws-c to ws-found-c
             end-if
           end-perform
           if ws-found-c = 0 then
             if ws-card-total >= ws-max-cards then
               move 'Y' to ws-register-full
               exit paragraph
             end-if
             add 1 to ws-card-total
             move ws-card-total to ws-found-c
             move cr-card-name to ws-cd-name(ws-found-c)
           end-if
           move 'Y' to ws-cd-registered(ws-found-c)
           move cr-change-number to ws-cd-change(ws-found-c)
           move cr-stamp to ws-cd-stamp(ws-found-c)
           move cr-operator to ws-cd-operator(ws-found-c)
           move cr-after-records to ws-cd-records(ws-found-c)
           move cr-after-checksum to ws-cd-checksum(ws-found-c)
           .

       check-one-card.
           move ws-cd-name(ws-c) to fp-file-name
           call 'fingerprint' using fp-file-name, fp-found,
               fp-record-count, fp-checksum, fp-first-record,
               fp-last-record
           if fp-missing then
             move 0 to fp-record-count
             move 0 to fp-checksum
           end-if
           if ws-cd-registered(ws-c) = 'N' then
             if fp-missing then
               exit paragraph
             end-if
             add 1 to ws-unregistered-count
             move "NOT REGISTERED" to ws-card-state
           else
             move 'N' to ws-card-retired
      * a card registered while absent is meant to stay absent; an
      * old .DONE beside it says nothing
             if fp-missing and ws-cd-records(ws-c) > 0 then
               perform probe-retired-card
             end-if
             if fp-record-count = ws-cd-records(ws-c)
               and fp-checksum = ws-cd-checksum(ws-c) then
               add 1 to ws-matched-count
               if ws-card-retired = 'Y' then
                 move "RETIRED BY ITS PROGRAM AS .DONE"
                   to ws-card-state
               else
                 move "MATCHES REGISTER" to ws-card-state
               end-if
             else
               add 1 to ws-drift-count
               if fp-missing then
                 move "** REMOVED OUTSIDE THE REGISTER"
                   to ws-card-state
               else
                 move "** CHANGED OUTSIDE THE REGISTER"
                   to ws-card-state
               end-if
             end-if
           end-if
           move spaces to print-line
           if ws-cd-registered(ws-c) = 'N' then
             string "  " ws-cd-name(ws-c) "  " ws-card-state
               into print-line
           else
             string "  " ws-cd-name(ws-c) "  " ws-card-state
               "  LAST CHANGE " ws-cd-change(ws-c) " "
               ws-cd-stamp(ws-c)(1:8) " BY " ws-cd-operator(ws-c)
               into print-line
           end-if
           write print-line
           .

      * a card its own program consumes - the driver's override
      * card - is set aside as <card>.DONE; found there as it was
      * registered, it was retired on purpose, not removed
       probe-retired-card.
           move spaces to fp-file-name
           string function trim(ws-cd-name(ws-c)) ".DONE"
             delimited by size into fp-file-name
           call 'fingerprint' using fp-file-name, fp-found,
               fp-record-count, fp-checksum, fp-first-record,
               fp-last-record
           if fp-present then
             move 'Y' to ws-card-retired
           else
             move 0 to fp-record-count
             move 0 to fp-checksum
           end-if
           .

       write-report-header.
           move spaces to print-line
           string "CONTROL CARD REGISTER CHECK  " ws-run-date
             into print-line
           write print-line
           move spaces to print-line
           write print-line
           .

       write-report-footer.
           move spaces to print-line
           write print-line
           move spaces to print-line
           string "  MATCHING: " ws-matched-count
             "  CHANGED OR REMOVED: " ws-drift-count
             "  NOT REGISTERED: " ws-unregistered-count
             into print-line
           write print-line
           if ws-register-full = 'Y' then
             move spaces to print-line
             move "  ** CARD TABLE FULL - SOME REGISTERED CARDS SKIPPED"
               to print-line
             write print-line
           end-if
           .

      * a card edited by hand is flagged for the morning, not
      * allowed to stop the night's work
       set-job-status.
           evaluate true
             when ws-drift-count > 0
               set job-warning to true
               move spaces to ws-job-message
               string ws-drift-count
                 " CARD(S) CHANGED OUTSIDE THE REGISTER"
                 into ws-job-message
             when ws-unregistered-count > 0 or ws-register-full = 'Y'
               set job-warning to true
               move spaces to ws-job-message
               string ws-unregistered-count
                 " CONTROL CARD(S) NOT REGISTERED"
                 into ws-job-message
             when other
               set job-ok to true
               move "ALL CONTROL CARDS MATCH THE REGISTER"
                 to ws-job-message
           end-evaluate
           .

       write-audit-log.
           move "CTL-CHECK" to aud-program-id
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

       end program ctl-check.
