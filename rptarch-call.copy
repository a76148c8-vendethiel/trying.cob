      * report archive call: the program that wrote the report and
      * the report's name - report-archive files a copy of it under
      * the processing date and run number before the next run can
      * overwrite it
       01 ra-program-id pic X(20).
       01 ra-report-name pic X(20).
