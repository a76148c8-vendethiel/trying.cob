      * points rules for scoring (PZPOINTS.DAT).  a correct answer
      * earns the points of the first length row its letter count
      * falls in, plus those of the first rarity row its frequency
      * band on WORD-MASTER.DAT falls in - 00 for a word the
      * frequency list never covered.  with no rules on file every
      * correct answer is worth one point, as the counts always were
       01 pt-record.
           02 pt-kind pic X(1).
               88 pt-length-band value 'L'.
               88 pt-rarity-band value 'R'.
           02 pt-low pic 9(2).
           02 pt-high pic 9(2).
           02 pt-points pic 9(3).
