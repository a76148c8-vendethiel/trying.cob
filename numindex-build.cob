           02 ic-max-boundary pic 9.

       working-storage section.
       copy "manifest-data.copy".
       copy "status-data.copy".
       01 ws-glossary-status pic XX.
       01 ws-index-ctl-status pic XX.
             when other
               perform sort-entry-table
               perform write-index
               perform record-run-manifest
               display "NUMINDEX.DAT REBUILT: " ws-entry-count
                 " entries, boundary lengths 1-" ws-max-boundary
               set job-ok to true
           move ws-job-return-code to return-code
           stop run.

      * the files this build read and wrote, fingerprinted into the
      * run manifest under the run number and step in flight
       record-run-manifest.
           move "NUMINDEX-BUILD" to rm-program-id
           move "NUMGLOSS.DAT" to rm-file-name
           set rm-read to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           move "NUMEXCEPT.DAT" to rm-file-name
           set rm-read to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           move "NUMINDEX.DAT" to rm-file-name
           set rm-written to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           .

       get-run-parameters.
           open input index-ctl
           if ws-index-ctl-status = '00' then
