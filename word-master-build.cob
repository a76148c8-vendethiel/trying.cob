       environment division.
       input-output section.
       file-control.
           select master-in assign dynamic ws-source-name
           organization is line sequential
           file status is ws-master-in-status.

      * blank builds the primary WORD-MASTER.DAT as always.  delta
      * mode applies to the primary master only - a language build
      * is always a full rebuild of its (much smaller) file
      * a dictionary file named on the card (a reconstructed
      * DICO.ASOF.<date> from dico-asof, say) is read in place of
      * dico.txt, always as a full rebuild, and the card may name
      * the master to write so a rebuilt past index never lands
      * over the live one
      * commonness ranks loaded by freq-load, merged onto each
      * index record so grading and lookup can read them without a
      * second file
       01 bc-record.
           02 bc-mode pic X(1).
           02 bc-language pic X(2).
           02 bc-source pic X(40).
           02 bc-master pic X(40).

       working-storage section.
       copy "status-data.copy".
       copy "manifest-data.copy".
       01 ws-rel-key pic 9(6).
       01 ws-new-rel-key pic 9(6).
       01 ws-eof pic A(1) value 'N'.
       01 ws-build-ctl-status pic XX.
       01 ws-build-mode pic X(1) value 'F'.
       01 ws-build-language pic X(2) value spaces.
       01 ws-master-name pic X(40) value 'WORD-MASTER.DAT'.
       01 ws-source-name pic X(40) value 'dico.txt'.
       01 ws-rank-status pic XX.
       01 ws-rank-eof pic A(1).
       01 ws-found-rank pic 9(2).
           else
             perform full-rebuild
           end-if
           if job-ok then
             perform record-run-manifest
           end-if
           move ws-job-return-code to return-code
           stop run.

      * the files this build read and wrote, fingerprinted into the
      * run manifest under the run number and step in flight
       record-run-manifest.
           move "WORD-MASTER-BUILD" to rm-program-id
           move ws-source-name to rm-file-name
           set rm-read to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           move "FREQRANK.DAT" to rm-file-name
           set rm-read to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           move ws-master-name to rm-file-name
           set rm-written to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           .

       load-rank-table.
           move 0 to ws-rank-count
           move 'N' to ws-rank-eof
                   string 'WORD-MASTER.' bc-language '.DAT'
                     into ws-master-name
                 end-if
                 if bc-source not = spaces then
                   move bc-source to ws-source-name
                   move 'F' to ws-build-mode
                 end-if
                 if bc-master not = spaces then
                   move bc-master to ws-master-name
                 end-if
             end-read
             close build-ctl
           end-if
             perform write-master
             display function trim(ws-master-name) " REBUILT: "
             ws-word-count
               " entries, relative-keyed in dictionary order"
             set job-ok to true
           else
             display function upper-case(function trim(
               ws-source-name)) " NOT FOUND - MASTER NOT BUILT"
             set job-error to true
           end-if
           .
