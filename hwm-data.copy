      * table high-water marks (HWM.DAT): one row per table per
      * run of a batch program, its ceiling and the most entries
      * it held - the capacity report trends these week on week
       01 hw-record.
           02 hw-run-date pic X(8).
           02 hw-run-number pic X(6).
           02 hw-program-id pic X(20).
           02 hw-table-name pic X(20).
           02 hw-ceiling pic 9(7).
           02 hw-peak pic 9(7).
