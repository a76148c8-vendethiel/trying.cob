       copy "audit-data.copy".

       working-storage section.
       copy "progstat-call.copy".
       copy "status-data.copy".
       copy "manifest-data.copy".
       01 ws-backup-ctl-status pic XX.
       01 ws-copy-status pic XX.
       01 ws-audit-log-status pic XX.

      * the masters the shop cannot recreate from anything else -
      * the logs have housekeep, these have had nothing
       78  ws-default-count value 21.
       01 ws-default-table.
           02 filler pic X(30) value 'dico.txt'.
           02 filler pic X(30) value 'WORD-MASTER.DAT'.
           02 filler pic X(30) value 'WORDUSE.DAT'.
           02 filler pic X(30) value 'PUZZHIST.DAT'.
           02 filler pic X(30) value 'WORDCAT.DAT'.
           02 filler pic X(30) value 'WORDFAM.DAT'.
           02 filler pic X(30) value 'VARIANT.DAT'.
           02 filler pic X(30) value 'DEFNMST.DAT'.
           02 filler pic X(30) value 'COBRAND.SEED'.
           02 filler pic X(30) value 'COBRAND.PUZZLE.SEED'.
           02 filler pic X(30) value 'COBRAND.PRIZE.SEED'.
           02 filler pic X(30) value 'COBRAND.FEATURE.SEED'.
           02 filler pic X(30) value 'DRAWBOOK.DAT'.
           02 filler pic X(30) value 'DRAWRES.DAT'.
           02 filler pic X(30) value 'COBRAND.BOOKED.SEED'.
           02 filler pic X(30) value 'PAYEE.DAT'.
           02 filler pic X(30) value 'GLMAP.DAT'.
           02 filler pic X(30) value 'STANDING.DAT'.
       01 ws-default-list redefines ws-default-table.
           02 ws-default-file pic X(30)
             occurs ws-default-count times.

       78  ws-max-files value 30.
       01 ws-file-count pic 9(2) value 0.
       01 ws-file-table.
           02 ws-file-name pic X(30) occurs ws-max-files times.

       procedure division.
       main-line.
           move "BACKUP-SET" to aud-program-id
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           call 'sysdate' using ws-run-date
           perform load-file-list
           move spaces to ws-manifest-name
             perform back-up-one-file
           end-perform
           close manifest-out
           perform record-run-manifest
           perform set-job-status
           display "JOB STATUS: " ws-job-return-code " "
             ws-job-message
           stop run
           .

      * the files this run read and wrote, fingerprinted into the
      * run manifest under the run number and step in flight
       record-run-manifest.
           move "BACKUP-SET" to rm-program-id
           move ws-manifest-name to rm-file-name
           set rm-written to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           .

       load-file-list.
           move 0 to ws-file-count
           open input backup-ctl
             write mf-record
             display "BACKED UP " function trim(ws-file-name(ws-f))
               ": " ws-record-count " RECORD(S)"
             perform record-file-manifest
           end-if
           .

      * each master taken, and the dated copy made of it, go on
      * the run manifest as the pair is made
       record-file-manifest.
           move "BACKUP-SET" to rm-program-id
           move ws-file-name(ws-f) to rm-file-name
           set rm-read to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           move ws-copy-name to rm-file-name
           set rm-written to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           .

       fingerprint-copy.
           move 0 to ws-record-count
           move 0 to ws-checksum
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
