       identification division.
       program-id. run-manifest.

       environment division.
       input-output section.
       file-control.
           select manifest-file assign to 'RUNMANIF.DAT'
           organization is line sequential
           file status is ws-manifest-status.

           select runnum-ctl assign to 'RUNNUM.CTL'
           organization is line sequential
           file status is ws-runnum-ctl-status.

       data division.
       file section.
       fd  manifest-file.
       copy "runmanif-data.copy".

      * the driver's run card carries the step in flight after the
      * run number; a card from before the step was added, or no
      * card at all, leaves the step blank
       fd  runnum-ctl.
       01 rn-record.
           02 rn-card-number pic X(6).
           02 rn-card-step pic X(2).

       working-storage section.
       copy "fingerprint-data.copy".
       01 ws-manifest-status pic XX.
       01 ws-runnum-ctl-status pic XX.
       01 ws-run-date pic X(8).
       01 ws-stamp pic X(21).

       linkage section.
       copy "manifest-data.copy".

       procedure division using rm-program-id, rm-file-name,
              rm-direction.
       main-line.
           move rm-file-name to fp-file-name
           call 'fingerprint' using fp-file-name, fp-found,
               fp-record-count, fp-checksum, fp-first-record,
               fp-last-record
           move spaces to rmf-record
           perform read-run-card
           call 'sysdate' using ws-run-date
           move function current-date to ws-stamp
           move ws-run-date to rmf-run-date
           move ws-stamp(1:14) to rmf-stamp
           move rm-program-id to rmf-program
           move rm-file-name to rmf-file-name
           move rm-direction to rmf-direction
           move fp-record-count to rmf-records
           move fp-checksum to rmf-checksum
           if fp-present then
             move "PRESENT" to rmf-status
           else
             move "MISSING" to rmf-status
           end-if
           open extend manifest-file
           if ws-manifest-status = '35' then
             open output manifest-file
           end-if
           write rmf-record
           close manifest-file
           goback
           .

       read-run-card.
           open input runnum-ctl
           if ws-runnum-ctl-status = '00' then
             read runnum-ctl
               at end continue
               not at end
                 if rn-card-number is numeric then
                   move rn-card-number to rmf-run-number
                   if rn-card-step is numeric then
                     move rn-card-step to rmf-step
                   end-if
                 end-if
             end-read
             close runnum-ctl
           end-if
           .

       end program run-manifest.
