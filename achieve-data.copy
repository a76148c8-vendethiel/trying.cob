      * entrant achievement master (ACHIEVE.DAT), one row per
      * entrant who has ever solved a puzzle, kept by puzzle-score.
      * dates are puzzle dates.  the current streak is the run of
      * consecutive puzzle dates solved that ends at the last
      * solved date - it is still running only while that date is
      * the latest puzzle or the one before it, which is for the
      * reader of the row to judge.  the milestone is the highest
      * step of the ladder reached, with the run date it was
      * reached on
       01 ac-record.
           02 ac-entrant-id pic X(8).
           02 ac-first-correct pic X(8).
           02 ac-last-correct pic X(8).
           02 ac-current-streak pic 9(4).
           02 ac-longest-streak pic 9(4).
           02 ac-longest-end pic X(8).
           02 ac-total-correct pic 9(5).
           02 ac-milestone pic 9(5).
           02 ac-milestone-date pic X(8).
           02 ac-updated-date pic X(8).
