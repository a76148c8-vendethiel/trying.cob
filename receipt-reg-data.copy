      * inbound receipt register: one row per look at a delivered
      * file - RECEIVED when it first passes, PROCESSED once its
      * consumer has posted it, REFUSED when the same bytes come
      * round again, OVERRIDE when an operator card lets them
      * through.  a delivery is the same delivery when the file
      * name, record count, checksum and first and last records
      * all agree
       01 rr-record.
           02 rr-file-name pic X(40).
           02 rr-date pic X(8).
           02 rr-stamp pic X(14).
           02 rr-run-number pic X(6).
           02 rr-program pic X(20).
           02 rr-records pic 9(7).
           02 rr-checksum pic 9(12).
           02 rr-first-record pic X(80).
           02 rr-last-record pic X(80).
           02 rr-status pic X(9).
