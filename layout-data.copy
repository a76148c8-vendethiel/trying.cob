      * record layout of a known file, as the program that writes
      * it declares it: record length, then each field's name,
      * starting column, length, type - 'X' text, '9' unsigned
      * numeric, 'D' a yyyymmdd date - and 'K' on the fields that
      * together key a record.  lc-unknown when the file is not in
      * the catalog
       01 lc-file-name pic X(40).
       01 lc-found pic X(1).
           88 lc-known value 'Y'.
           88 lc-unknown value 'N'.
       01 lc-record-length pic 9(3).
       01 lc-field-count pic 9(2).
       01 lc-field-table.
           02 lc-field occurs 40 times.
               05 lc-fld-name pic X(20).
               05 lc-fld-start pic 9(3).
               05 lc-fld-length pic 9(3).
               05 lc-fld-type pic X(1).
               05 lc-fld-key pic X(1).
