      * program status register call: pst-start as a program
      * begins, pst-end once its audit row is written - both with
      * the audit record, which carries the program-id and, at the
      * end, the outcome
       01 pst-action pic X(1).
           88 pst-start value 'S'.
           88 pst-end value 'E'.
