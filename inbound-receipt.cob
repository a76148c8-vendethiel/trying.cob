       identification division.
       program-id. inbound-receipt.

       environment division.
       input-output section.
       file-control.
           select receipt-reg assign to 'RECEIPT.DAT'
           organization is line sequential
           file status is ws-receipt-status.

           select receipt-ctl assign to 'RECEIPT.CTL'
           organization is line sequential
           file status is ws-receipt-ctl-status.

       data division.
       file section.
       fd  receipt-reg.
       copy "receipt-reg-data.copy".

      * operator release card: a file name and the processing date
      * it applies to.  a duplicate delivery named here is let
      * through once, on that date only - a card left in place
      * lapses at midnight instead of disarming the check for good
       fd  receipt-ctl.
       01 ro-record.
           02 ro-file-name pic X(40).
           02 ro-date pic X(8).

       working-storage section.
       copy "fingerprint-data.copy".
       01 ws-receipt-status pic XX.
       01 ws-receipt-ctl-status pic XX.
       01 ws-eof pic X value 'N'.
       01 ws-run-date pic X(8).
       01 ws-stamp pic X(21).
       01 ws-seen-before pic X(1).
       01 ws-released pic X(1).

       linkage section.
       copy "receipt-data.copy".

       procedure division using rcp-program-id, rcp-file-name,
              rcp-action, rcp-result, rcp-prior-date,
              rcp-prior-program.
       main-line.
           move spaces to rcp-prior-date
           move spaces to rcp-prior-program
           set rcp-passed to true
           call 'sysdate' using ws-run-date
           move rcp-file-name to fp-file-name
           call 'fingerprint' using fp-file-name, fp-found,
               fp-record-count, fp-checksum, fp-first-record,
               fp-last-record
           if fp-missing then
             set rcp-absent to true
             goback
           end-if
           if rcp-processed then
             move "PROCESSED" to rr-status
             perform write-receipt-row
             goback
           end-if
      * an empty delivery looks like every other empty delivery, so
      * it is never taken for a repeat
           move 'N' to ws-seen-before
           if fp-record-count > 0 then
             perform find-earlier-delivery
           end-if
           if ws-seen-before = 'N' then
             move "RECEIVED" to rr-status
           else
             perform check-release-card
             if ws-released = 'Y' then
               move "OVERRIDE" to rr-status
             else
               set rcp-refused to true
               move "REFUSED" to rr-status
             end-if
           end-if
           perform write-receipt-row
           goback
           .

       find-earlier-delivery.
           move 'N' to ws-eof
           open input receipt-reg
           if ws-receipt-status = '00' then
             perform until ws-eof = 'Y'
               read receipt-reg
                 at end move 'Y' to ws-eof
                 not at end
                   if rr-status = "PROCESSED"
                     and rr-file-name = rcp-file-name
                     and rr-records = fp-record-count
                     and rr-checksum = fp-checksum
                     and rr-first-record = fp-first-record
                     and rr-last-record = fp-last-record then
                     move 'Y' to ws-seen-before
                     move rr-date to rcp-prior-date
                     move rr-program to rcp-prior-program
                   end-if
               end-read
             end-perform
             close receipt-reg
           end-if
           .

       check-release-card.
           move 'N' to ws-released
           move 'N' to ws-eof
           open input receipt-ctl
           if ws-receipt-ctl-status = '00' then
             perform until ws-eof = 'Y'
               read receipt-ctl
                 at end move 'Y' to ws-eof
                 not at end
                   if ro-file-name = rcp-file-name
                     and ro-date = ws-run-date then
                     move 'Y' to ws-released
                   end-if
               end-read
             end-perform
             close receipt-ctl
           end-if
           .

       write-receipt-row.
           move function current-date to ws-stamp
           move rcp-file-name to rr-file-name
           move ws-run-date to rr-date
           move ws-stamp(1:14) to rr-stamp
           call 'runnum' using rr-run-number
           move rcp-program-id to rr-program
           move fp-record-count to rr-records
           move fp-checksum to rr-checksum
           move fp-first-record to rr-first-record
           move fp-last-record to rr-last-record
           open extend receipt-reg
           if ws-receipt-status = '35' then
             open output receipt-reg
           end-if
           write rr-record
           close receipt-reg
           .

       end program inbound-receipt.
