      * word family call: an answer of one or two words goes in and
      * comes back as its family key - each word replaced by its
      * root and a pair put in word order - so two answers with the
      * same key are the same answer inflected.  wf-linked is 'Y'
      * when any word of the answer was a linked form
       01 wf-answer pic X(40).
       01 wf-family-key pic X(40).
       01 wf-linked pic X(1).
