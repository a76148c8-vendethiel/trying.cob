      * booked draw results (DRAWRES.DAT), appended by
      * random-generator: one row per draw made for a booking, in
      * the order drawn, under the booking number and the run that
      * made it.  a set row carries the distinct numbers drawn
       01 dr-record.
           02 dr-booking-no pic 9(6).
           02 dr-draw-date pic X(8).
           02 dr-stream pic X(8).
           02 dr-draw-seq pic 9(2).
           02 dr-randed pic S9V9(10).
           02 dr-ranged pic 9(4).
           02 dr-set-size pic 9(2).
           02 dr-set-number pic 9(4) occurs 10 times.
           02 dr-run-number pic X(6).
