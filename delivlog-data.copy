      * delivery outcomes (DELIVSLA.LOG), appended by delivery-check
      * once a commitment is settled: the processing date it was
      * owed for, who and what, the deadline and the time the file
      * was made (spaces when it never came), the outcome, how late
      * and when the check settled it.  'U' is a file made before
      * its log carried a time, which counts neither way
       01 dl-record.
           02 dl-run-date pic X(8).
           02 dl-consumer pic X(12).
           02 dl-file-name pic X(20).
           02 dl-deadline-stamp pic X(14).
           02 dl-made-stamp pic X(14).
           02 dl-outcome pic X(1).
               88 dl-on-time value 'O'.
               88 dl-late value 'L'.
               88 dl-missed value 'M'.
               88 dl-time-unknown value 'U'.
           02 dl-minutes-late pic 9(5).
           02 dl-checked-stamp pic X(14).
