      * operator master with the password extension: hash, set
      * date, forced-change flag, failure count and lockout.  rows
      * written before the extension carry spaces there and read as
      * "no password yet", which forces a set on first use.  every
      * accepted sign-on stamps the last sign-on date
       fd  operator-master.
       01 op-record.
           02 op-id pic X(8).
           02 op-locked pic X(1).
           02 op-verify-exempt pic X(1).
           02 op-training pic X(1).
           02 op-amount-limit pic X(9).
           02 op-last-signon pic X(8).

       fd  master-out.
       01 mo-record pic X(69).

       fd  master-live.
       01 ml-record pic X(69).

      * password policy card: expiry in days and the failure count
      * that locks the ID; no card gives the defaults below
           02 ws-op-locked pic X(1).
           02 ws-op-verify-exempt pic X(1).
           02 ws-op-training pic X(1).
           02 ws-op-amount-limit pic X(9).
           02 ws-op-last-signon pic X(8).

       linkage section.
       copy "passcheck-data.copy".
             if ws-need-change = 'Y' then
               perform capture-new-password
             else
      * the master is rewritten at most once a day for the date,
      * so a busy operator's sign-ons cost nothing extra
               if (ws-op-fail-count is numeric
                 and function numval(ws-op-fail-count) > 0)
                 or ws-op-last-signon not = ws-run-date then
                 move '0' to ws-op-fail-count
                 move ws-run-date to ws-op-last-signon
                 perform rewrite-operator-master
               end-if
               set ps-accepted to true
             move 'N' to ws-op-force-change
             move '0' to ws-op-fail-count
             move 'N' to ws-op-locked
             move ws-run-date to ws-op-last-signon
             perform rewrite-operator-master
             display "PASSWORD SET"
             set ps-accepted to true
