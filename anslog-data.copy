      * every answer scored (ANSWER.LOG), appended by puzzle-score
      * with the verdict it was given and the contest it was in -
      * blank partner for our own readers.  the case number is
      * filled when an upheld dispute changed the verdict, so the
      * same answer is never credited twice
       01 an-record.
           02 an-scored-date pic X(8).
           02 an-partner pic X(8).
           02 an-entrant-id pic X(8).
           02 an-puzzle-date pic X(8).
           02 an-answer pic X(40).
           02 an-verdict pic X(12).
           02 an-case-no pic 9(6).
