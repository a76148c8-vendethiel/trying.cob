           organization is line sequential
           file status is ws-close-reg-status.

           select hold-log assign to 'ENTRYAPR.LOG'
           organization is line sequential
           file status is ws-hold-log-status.

           select audit-log assign to 'AUDIT.LOG'
           organization is line sequential
           file status is ws-audit-log-status.
           02 em-id pic 9(8).
           02 em-amount pic 9(9).
           02 em-source pic X(1).
           02 em-status pic X(1).
               88 em-posted value space.
               88 em-held value 'H' 'M'.
               88 em-held-amendment value 'M'.
               88 em-rejected value 'R'.

       fd  close-register.
       01 pc-record.
           02 pc-count pic 9(6).
           02 pc-amount pic 9(12).

       fd  hold-log.
       copy "entryhold-data.copy".

       fd  audit-log.
       copy "audit-data.copy".

       working-storage section.
       copy "progstat-call.copy".
       copy "status-data.copy".
       copy "limit-data.copy".
       01 ws-tally-status pic XX.
       01 ws-control-status pic XX.
       01 ws-entry-master-status pic XX.
       01 ws-close-reg-status pic XX.
       01 ws-audit-log-status pic XX.
       01 ws-hold-log-status pic XX.
       01 ws-held-count pic 9(3) value 0.
       01 ws-eof pic X value 'N'.
       01 ws-run-date pic X(8).
       01 ws-posted-count pic 9(3) value 0.
           02 ws-po-id pic 9(8).
           02 ws-po-amount pic 9(9).
           02 ws-po-source pic X(1).
           02 ws-po-status pic X(1).

      * the same per-operator/day sums tally-balance builds, minus
      * its report - only a session that balances to the declared

       procedure division.
       main-line.
           move "TALLY-POST" to aud-program-id
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           call 'sysdate' using ws-run-date
           perform sum-tally-log
           perform load-control-totals
           .

      * one summary record per session, ever - a rerun of the
      * bridge must not double the day it already posted.  a total
      * a supervisor rejected does not count: the corrected session
      * posts in its place
       check-session-posted.
           move 'N' to ws-already-posted
           open input entry-master
                     move 'Y' to ws-eof
                   else
                   if em-operator = ws-key-operator(ws-k)
                     and em-source = 'T'
                     and not em-rejected then
                     move 'Y' to ws-already-posted
                     move 'Y' to ws-eof
                   end-if
           move 0 to ws-po-id
           move ws-key-actual(ws-k) to ws-po-amount
           move 'T' to ws-po-source
           perform check-session-limit
           open i-o entry-master
           if ws-entry-master-status = '35' then
             open output entry-master
           display "POSTED " ws-key-date(ws-k) " "
             ws-key-operator(ws-k) " AMOUNT "
             ws-po-amount " SEQ " ws-next-seq
           if ws-po-status = 'H' then
             add 1 to ws-held-count
             perform log-session-hold
             display "  HELD FOR SUPERVISOR RELEASE - OVER "
               "OPERATOR LIMIT " lm-limit
           end-if
           .

      * the session total posts under the keying operator's name,
      * so it answers to the same amount limit their entry form
      * does - over it, the total is posted held
       check-session-limit.
           move ws-key-operator(ws-k) to lm-operator-id
           move ws-key-actual(ws-k) to lm-amount
           call 'amount-limit' using lm-operator-id, lm-amount,
               lm-limit, lm-result
           if lm-over then
             move 'H' to ws-po-status
           else
             move space to ws-po-status
           end-if
           .

       log-session-hold.
           open extend hold-log
           if ws-hold-log-status = '35' then
             open output hold-log
           end-if
           move spaces to eh-record
           move ws-po-date to eh-entry-date
           move ws-po-seq to eh-seq
           set eh-held to true
           move ws-po-status to eh-kind
           move ws-run-date to eh-action-date
           move ws-po-operator to eh-operator
           move ws-po-amount to eh-amount
           move lm-limit to eh-limit
           write eh-record
           close hold-log
           .

       set-job-status.
               set job-warning to true
               move "NO SESSION QUALIFIED TO POST"
                 to ws-job-message
             when ws-held-count > 0
               set job-warning to true
               move spaces to ws-job-message
               string ws-posted-count " SESSION(S) POSTED, "
                 ws-held-count " HELD OVER LIMIT"
                 into ws-job-message
             when other
               set job-ok to true
               move spaces to ws-job-message
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
