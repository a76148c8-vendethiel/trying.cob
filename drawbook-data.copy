      * draw booking register (DRAWBOOK.DAT), one row per special
      * draw booked ahead of its date.  draw-book takes the booking
      * and its supervisor approval; random-generator executes the
      * approved bookings due on the processing date, files their
      * results in DRAWRES.DAT under the booking number and marks
      * them done.  a booking with a set size draws that many
      * distinct integers in the range, one with only a range
      * draws integers in it, one with neither draws decimals.
      * dates are yyyymmdd, spaces until they happen
       01 db-record.
           02 db-booking-no pic 9(6).
           02 db-draw-date pic X(8).
           02 db-purpose pic X(30).
           02 db-stream pic X(8).
           02 db-range-low pic 9(4).
           02 db-range-high pic 9(4).
           02 db-set-size pic 9(2).
           02 db-draw-count pic 9(2).
           02 db-status pic X(1).
               88 db-awaiting value 'B'.
               88 db-approved value 'A'.
               88 db-done value 'D'.
               88 db-cancelled value 'X'.
           02 db-requester pic X(8).
           02 db-booked-date pic X(8).
           02 db-approver pic X(8).
           02 db-approved-date pic X(8).
           02 db-executed-date pic X(8).
           02 db-run-number pic X(6).
           02 db-note pic X(30).
