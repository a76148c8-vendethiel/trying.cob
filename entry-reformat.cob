       identification division.
       program-id. entry-reformat.

       environment division.
       input-output section.
       file-control.
           select entry-old assign to 'ENTRYMST.IDX'
           organization is indexed
           access mode is sequential
           record key is eo-key
           file status is ws-entry-old-status.

           select entry-new assign to 'ENTRYMST.NEW'
           organization is indexed
           access mode is dynamic
           record key is en-key
           file status is ws-entry-new-status.

           select entry-live assign to 'ENTRYMST.IDX'
           organization is indexed
           access mode is dynamic
           record key is em-key
           file status is ws-entry-master-status.

           select audit-log assign to 'AUDIT.LOG'
           organization is line sequential
           file status is ws-audit-log-status.

       data division.
       file section.
      * the entry master as it stood before the release-state byte
       fd  entry-old.
       01 eo-record.
           02 eo-key.
               03 eo-date pic X(8).
               03 eo-seq pic 9(6).
           02 eo-operator pic X(8).
           02 eo-name pic X(20).
           02 eo-id pic 9(8).
           02 eo-amount pic 9(9).
           02 eo-source pic X(1).

       fd  entry-new.
       01 en-record.
           02 en-key.
               03 en-date pic X(8).
               03 en-seq pic 9(6).
           02 en-rest pic X(47).

       fd  entry-live.
       01 em-record.
           02 em-key.
               03 em-date pic X(8).
               03 em-seq pic 9(6).
           02 em-operator pic X(8).
           02 em-name pic X(20).
           02 em-id pic 9(8).
           02 em-amount pic 9(9).
           02 em-source pic X(1).
           02 em-status pic X(1).

       fd  audit-log.
       copy "audit-data.copy".

       working-storage section.
       copy "progstat-call.copy".
       copy "status-data.copy".
       copy "runlock-data.copy".
       01 ws-entry-old-status pic XX.
       01 ws-entry-new-status pic XX.
       01 ws-entry-master-status pic XX.
       01 ws-audit-log-status pic XX.
       01 ws-eof pic X value 'N'.
       01 ws-copied pic 9(6) value 0.
       01 ws-reloaded pic 9(6) value 0.

      * one-shot reload of ENTRYMST.IDX into the layout that carries
      * the release state every entry program now reads.  existing
      * entries are all posted, so the new byte loads as spaces.
      * ENTRYMST.NEW is left on disk as the reload's own backstop;
      * refresh the training region afterwards
       procedure division.
       main-line.
           move "ENTRY-REFORMAT" to aud-program-id
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           perform take-run-lock
           if lk-busy then
             display lk-holder-message
             set job-error to true
             move "ALREADY RUNNING - RUN LOCK HELD"
               to ws-job-message
             perform write-audit-log
             move ws-job-return-code to return-code
             stop run
           end-if
           open input entry-old
           evaluate ws-entry-old-status
             when '00'
               perform copy-to-new-layout
               perform reload-live-master
               perform set-job-status
             when '35'
               set job-warning to true
               move "ENTRYMST.IDX NOT FOUND - NOTHING TO DO"
                 to ws-job-message
      * a record length that does not match the old layout is a
      * master already reloaded - running twice is harmless
             when '39'
               set job-warning to true
               move "ENTRYMST.IDX ALREADY IN CURRENT LAYOUT"
                 to ws-job-message
             when other
               set job-error to true
               move spaces to ws-job-message
               string "ENTRYMST.IDX OPEN FAILED - STATUS "
                 ws-entry-old-status into ws-job-message
           end-evaluate
           perform release-run-lock
           display "JOB STATUS: " ws-job-return-code " "
             ws-job-message
           display "COPIED: " ws-copied "  RELOADED: " ws-reloaded
           perform write-audit-log
           move ws-job-return-code to return-code
           stop run
           .

       take-run-lock.
           move "ENTRY-CONV" to lk-lock-name
           move "BATCH" to lk-operator
           set lk-take to true
           call 'run-lock' using lk-lock-name, lk-operator,
               lk-action, lk-result, lk-holder-message
           .

       release-run-lock.
           set lk-release to true
           call 'run-lock' using lk-lock-name, lk-operator,
               lk-action, lk-result, lk-holder-message
           .

       copy-to-new-layout.
           open output entry-new
           move 'N' to ws-eof
           perform until ws-eof = 'Y'
             read entry-old next
               at end move 'Y' to ws-eof
               not at end
                 move eo-record to em-record
                 move space to em-status
                 move em-record to en-record
                 write en-record
                   invalid key
                     display "DUPLICATE KEY SKIPPED: " eo-date " "
                       eo-seq
                   not invalid key
                     add 1 to ws-copied
                 end-write
             end-read
           end-perform
           close entry-old
           close entry-new
           .

       reload-live-master.
           open input entry-new
           open output entry-live
           move 'N' to ws-eof
           perform until ws-eof = 'Y'
             read entry-new next
               at end move 'Y' to ws-eof
               not at end
                 move en-record to em-record
                 write em-record
                   invalid key
                     display "RELOAD WRITE FAILED: " em-date " "
                       em-seq
                   not invalid key
                     add 1 to ws-reloaded
                 end-write
             end-read
           end-perform
           close entry-new
           close entry-live
           .

       set-job-status.
           if ws-reloaded not = ws-copied then
             set job-error to true
             move "RELOAD COUNT DIFFERS - RESTORE FROM .NEW"
               to ws-job-message
           else
             set job-ok to true
             move spaces to ws-job-message
             string ws-reloaded " RECORD(S) RELOADED"
               into ws-job-message
           end-if
           .

       write-audit-log.
           move "ENTRY-REFORMAT" to aud-program-id
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

       end program entry-reformat.
