      * dual-key mismatch log (KEYMISS.LOG): a row each time an
      * operator's second keying of an amount disagreed with the
      * first on the entry form.  training sessions are not logged
       01 km-record.
           02 km-date pic X(8).
           02 km-time pic X(6).
           02 km-operator pic X(8).
