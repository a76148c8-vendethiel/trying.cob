      * program status register: one record per program-id with its
      * latest run - when it last started and ended, how it ended,
      * under which run number and by whom.  a last start later than
      * the last end is a run in flight or one that never finished
       01 pgs-record.
           02 pgs-program-id pic X(20).
           02 pgs-last-start pic X(21).
           02 pgs-last-end pic X(21).
           02 pgs-last-rc pic X(2).
           02 pgs-last-run pic X(6).
           02 pgs-last-operator pic X(8).
           02 pgs-last-outcome pic X(40).
