      * control card change register: one row per card line, the
      * before and the after image of every change, each row
      * carrying the change's header so any one row reads alone.
      * an image with no lines (card not on file, or emptied) is a
      * single row with line number 000
       01 cr-record.
           02 cr-change-number pic 9(6).
           02 cr-card-name pic X(20).
           02 cr-stamp pic X(14).
           02 cr-operator pic X(8).
           02 cr-effective-date pic X(8).
           02 cr-reason pic X(40).
      * the card as registered after the change, counted the way
      * the fingerprint subprogram counts it, for the nightly check
           02 cr-after-records pic 9(7).
           02 cr-after-checksum pic 9(12).
           02 cr-image pic X(1).
               88 cr-before-image value 'B'.
               88 cr-after-image value 'A'.
           02 cr-line-number pic 9(3).
           02 cr-line pic X(80).
