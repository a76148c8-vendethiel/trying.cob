      * run manifest (RUNMANIF.DAT): one row per file a batch step
      * read or wrote, keyed by run correlation number and driver
      * step, with the file's record count and checksum at the time
      * - the proof of exactly which generation of a file a night's
      * run consumed or produced.  run number and step are spaces
      * on rows from runs outside a driver chain
       01 rmf-record.
           02 rmf-run-number pic X(6).
           02 rmf-step pic X(2).
           02 rmf-run-date pic X(8).
           02 rmf-stamp pic X(14).
           02 rmf-program pic X(20).
           02 rmf-file-name pic X(40).
           02 rmf-direction pic X(1).
           02 rmf-records pic 9(7).
           02 rmf-checksum pic 9(12).
           02 rmf-status pic X(7).
