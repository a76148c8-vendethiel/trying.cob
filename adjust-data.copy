      * prior-period adjustment: an amendment to an entry whose day
      * finance already had, sent in FINADJ.EXP under the feed
      * sequence and kept in ADJUST.LOG for the adjustments
      * register.  it names the original entry by date and sequence
      * and carries the period it posts to - the entry's own month,
      * or the open month when period-close has closed the entry's.
      * the 'H' header and 'T' trailer of the feed carry the count
      * and the checksum of the differences; 'A' is one adjustment
       01 fa-record.
           02 fa-rec-type pic X(1).
           02 fa-feed-date pic X(8).
           02 fa-feed-seq pic 9(6).
           02 fa-entry-date pic X(8).
           02 fa-entry-seq pic 9(6).
           02 fa-period pic X(6).
           02 fa-before-id pic 9(8).
           02 fa-after-id pic 9(8).
           02 fa-before-amount pic 9(9).
           02 fa-after-amount pic 9(9).
           02 fa-sign pic X(1).
               88 fa-increase value '+'.
               88 fa-decrease value '-'.
           02 fa-difference pic 9(9).
           02 fa-debit-account pic X(8).
           02 fa-credit-account pic X(8).
           02 fa-amend-date pic X(8).
           02 fa-operator pic X(8).
           02 fa-count pic 9(6).
           02 fa-checksum pic 9(12).
