      * table peak call: the calling program, which of its tables,
      * the table's ceiling and the most entries it held this run -
      * table-peak files the row under the run date and run number
       01 tp-program-id pic X(20).
       01 tp-table-name pic X(20).
       01 tp-ceiling pic 9(7).
       01 tp-peak pic 9(7).
