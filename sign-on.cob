      * on the entry form - experienced staff, supervisor's call
           02 op-verify-exempt pic X(1).
           02 op-training pic X(1).
           02 op-amount-limit pic X(9).
           02 op-last-signon pic X(8).

       working-storage section.
       01 ws-operator-master-status pic XX.
