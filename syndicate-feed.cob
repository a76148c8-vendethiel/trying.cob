           02 sl-seq pic 9(6).
           02 sl-count pic 9(6).
           02 sl-checksum pic 9(12).
      * when the partner's feed was written, spaces on rows logged
      * before the field existed
           02 sl-sent-stamp pic X(14).

       fd  audit-log.
       copy "audit-data.copy".

       working-storage section.
       copy "progstat-call.copy".
       copy "status-data.copy".
       01 ws-partner-status pic XX.
       01 ws-sheet-status pic XX.

       procedure division.
       main-line.
           move "SYNDICATE-FEED" to aud-program-id
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           call 'sysdate' using ws-run-date
           perform load-sequence-table
           open input partner-master
           move ws-partner-seq to sl-seq
           move ws-record-count to sl-count
           move ws-checksum to sl-checksum
           move function current-date to sl-sent-stamp
           write sl-record
           close sent-log
           .
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
