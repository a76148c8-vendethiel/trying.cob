      * errata to the answer keys (ERRATA.DAT): an answer upheld on
      * dispute for a puzzle date, which scoring then takes as
      * correct for that puzzle alongside the generated matches
       01 ea-record.
           02 ea-puzzle-date pic X(8).
           02 ea-answer pic X(40).
           02 ea-case-no pic 9(6).
           02 ea-added-date pic X(8).
