      * source marker: 'T' on summary records the tally posting
      * bridge wrote, spaces on operator-keyed rows
           02 em-source pic X(1).
           02 em-status pic X(1).
               88 em-posted value space.
               88 em-held value 'H' 'M'.
               88 em-held-amendment value 'M'.
               88 em-rejected value 'R'.

      * the closed month's records, moved off the live master so a
      * finished month can never drift under a later amendment
       fd  archive-out.
       01 ar-record pic X(62).

      * one row per closed period with its closing control totals -
      * the figure finance signed off on, and the fence
       copy "audit-data.copy".

       working-storage section.
       copy "progstat-call.copy".
       copy "status-data.copy".
       copy "runlock-data.copy".
       copy "manifest-data.copy".
       01 ws-calendar-status pic XX.
       01 ws-entry-master-status pic XX.
       01 ws-close-reg-status pic XX.
       01 ws-moved-count pic 9(6) value 0.
       01 ws-moved-amount pic 9(12) value 0.
       01 ws-kept-count pic 9(6) value 0.
       01 ws-held-kept pic 9(6) value 0.
       01 ws-rejected-moved pic 9(6) value 0.

       procedure division.
       main-line.
           move "PERIOD-CLOSE" to aud-program-id
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           perform take-run-lock
           if lk-busy then
             display lk-holder-message
               move "PERIOD ALREADY CLOSED" to ws-job-message
             when other
               perform close-period
               perform record-run-manifest
               perform set-job-status
           end-evaluate
           perform release-run-lock
           display "MOVED: " ws-moved-count
             "  AMOUNT: " ws-moved-amount
             "  KEPT: " ws-kept-count
           display "HELD LEFT FOR RELEASE: " ws-held-kept
             "  REJECTED ARCHIVED: " ws-rejected-moved
           perform write-audit-log
           move ws-job-return-code to return-code
           stop run
           .

      * the files this run read and wrote, fingerprinted into the
      * run manifest under the run number and step in flight
       record-run-manifest.
           move "PERIOD-CLOSE" to rm-program-id
           move "CALENDAR.DAT" to rm-file-name
           set rm-read to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           move ws-archive-name to rm-file-name
           set rm-written to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           move "PERCLOSE.DAT" to rm-file-name
           set rm-written to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           .

       take-run-lock.
           move "PERIOD-CLOSE" to lk-lock-name
           move "BATCH" to lk-operator
           end-if
           .

      * an entry still held over its operator's limit stays on the
      * live master where the supervisor can decide it, and goes out
      * with the first close after the decision.  a rejected entry
      * is archived for the record but is no part of the totals
       route-one-entry.
           if em-held and em-date(1:6) <= ws-close-month then
             add 1 to ws-held-kept
             exit paragraph
           end-if
           if em-date(1:6) <= ws-close-month then
             if em-rejected then
               add 1 to ws-rejected-moved
             else
               add 1 to ws-moved-count
               add em-amount to ws-moved-amount
             end-if
             move em-record to ar-record
             write ar-record
             delete entry-master record
             string "PERIOD " ws-close-month " CLOSED, "
               ws-moved-count " RECORDS" into ws-job-message
           end-if
      * entries still awaiting release are the supervisor's queue,
      * not a failed close - the row says how many were left open
           if ws-held-kept > 0 then
             move spaces to ws-job-message
             string "PERIOD " ws-close-month " CLOSED, "
               ws-held-kept " HELD OPEN" into ws-job-message
           end-if
           .

       write-audit-log.
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
