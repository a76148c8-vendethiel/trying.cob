      * milestones reached (MILESTON.LOG), appended by puzzle-score
      * as an entrant passes a step of the ladder: the run date,
      * who, what kind - 'T' puzzles solved in all, 'S' a streak of
      * consecutive puzzles - and the step reached.  hall-of-fame
      * prints the new ones for the paper
       01 ms-record.
           02 ms-run-date pic X(8).
           02 ms-entrant-id pic X(8).
           02 ms-kind pic X(1).
               88 ms-total-solved value 'T'.
               88 ms-streak value 'S'.
           02 ms-value pic 9(5).
