      * entry hold journal (ENTRYAPR.LOG): a row when an entry or
      * amendment over its operator's amount limit is held, and a
      * row when a supervisor releases or rejects it.  the hold row
      * names who keyed it and the limit it broke; the decision row
      * names the supervisor and, on a rejection, why
       01 eh-record.
           02 eh-entry-date pic X(8).
           02 eh-seq pic 9(6).
           02 eh-action pic X(1).
               88 eh-held value 'H'.
               88 eh-released value 'L'.
               88 eh-rejected value 'R'.
      * the entry's em-status while it was held: 'H' a new entry,
      * 'M' an amendment to one finance already had
           02 eh-kind pic X(1).
           02 eh-action-date pic X(8).
           02 eh-operator pic X(8).
           02 eh-amount pic 9(9).
           02 eh-limit pic 9(9).
           02 eh-reason pic X(30).
