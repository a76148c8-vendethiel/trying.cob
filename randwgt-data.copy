      * weights snapshot archived beside RANDHIST for every weighted
      * draw (RANDHIST[.stream].yyyymm.WGT): a header row with the
      * draw value, the point it fell on and the item chosen, then
      * one row per item exactly as the weights file held it
       01 rw-record.
           02 rw-row-type pic X(1).
               88 rw-header value 'H'.
               88 rw-item value 'I'.
           02 rw-cur-date pic X(8).
           02 rw-body pic X(76).
           02 rw-header-body redefines rw-body.
               05 rw-randed pic S9V9(10).
               05 rw-point pic 9(10).
               05 rw-total-weight pic 9(10).
               05 rw-item-count pic 9(5).
               05 rw-selected pic X(10).
               05 rw-weights-file pic X(30).
           02 rw-item-body redefines rw-body.
               05 rw-item-code pic X(10).
               05 rw-weight pic 9(7).
               05 filler pic X(59).
