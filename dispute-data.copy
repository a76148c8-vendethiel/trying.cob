      * reader dispute cases (DISPUTE.DAT), one row per case the
      * desk opens when a reader argues an answer was marked wrong -
      * either a real word the dictionary did not know ('W') or an
      * answer the published key left out ('K').  a case is open
      * until upheld or rejected; the resolution says why, and an
      * upheld case carries how many scored answers it credited
       01 dp-record.
           02 dp-case-no pic 9(6).
           02 dp-entrant-id pic X(8).
           02 dp-puzzle-date pic X(8).
           02 dp-answer pic X(40).
           02 dp-kind pic X(1).
               88 dp-word-unknown value 'W'.
               88 dp-key-wrong value 'K'.
           02 dp-status pic X(1).
               88 dp-open value 'O'.
               88 dp-upheld value 'U'.
               88 dp-rejected value 'R'.
           02 dp-opened-date pic X(8).
           02 dp-opened-by pic X(8).
           02 dp-resolved-date pic X(8).
           02 dp-resolved-by pic X(8).
           02 dp-resolution pic X(40).
           02 dp-credited pic 9(5).
           02 dp-dico-sent pic X(1).
