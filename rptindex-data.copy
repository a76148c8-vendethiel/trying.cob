      * report archive index (RPTINDEX.DAT): one row per report
      * filed - the report's name, processing date, run number
      * (spaces outside a driver chain), the program that wrote it,
      * when it was filed, its line count and the name of the
      * archived copy on disk
       01 ri-record.
           02 ri-report-name pic X(20).
           02 ri-run-date pic X(8).
           02 ri-run-number pic X(6).
           02 ri-program-id pic X(20).
           02 ri-stamp pic X(14).
           02 ri-lines pic 9(7).
           02 ri-archive-name pic X(40).
