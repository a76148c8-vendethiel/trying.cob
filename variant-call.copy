      * spelling variant call: an answer of one or two words and the
      * puzzle's language go in, and the answer comes back with
      * each variant spelling replaced by its headword - two
      * answers with the same spelling key are the same answer
      * spelled two ways.  sv-varied is 'Y' when any word of the
      * answer was a listed variant
       01 sv-language pic X(2).
       01 sv-answer pic X(40).
       01 sv-spelling-key pic X(40).
       01 sv-varied pic X(1).
