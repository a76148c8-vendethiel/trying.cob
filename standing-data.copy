      * standing-entry template master (STANDING.DAT): an entry
      * the desk would otherwise key by hand on the same business
      * day every week or month.  standing-gen posts it on its due
      * day, moved on to the next business day when the calendar
      * has the day as a holiday or a weekend
       01 st-record.
           02 st-ref pic 9(4).
           02 st-id pic 9(8).
           02 st-name pic X(20).
           02 st-amount pic 9(9).
           02 st-frequency pic X(1).
               88 st-weekly value 'W'.
               88 st-monthly value 'M'.
               88 st-business-day value 'B'.
      * 'W' the day of the week, 1 Monday to 7 Sunday; 'M' the day
      * of the month, a short month taking its last day; 'B' the
      * business day of the month, counted on the calendar
           02 st-day pic 9(2).
           02 st-start-date pic X(8).
      * spaces while the template runs on without an end
           02 st-end-date pic X(8).
      * the supervisor who set the template up - its entries post
      * under that id and answer to that id's amount limit
           02 st-operator pic X(8).
           02 st-changed-date pic X(8).
