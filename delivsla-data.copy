      * delivery commitments (DELIVSLA.DAT), maintained by
      * operations: one line per file a downstream party has been
      * promised - who takes it, what it is, where the time it was
      * made is recorded ('R' FEEDSENT.LOG, 'F' FINSENT.LOG - the
      * journal for a file named GLJRNL.EXP, the adjustments for
      * FINADJ.EXP, otherwise the FINANCE.EXP totals - 'S'
      * SYNDSENT.LOG for the partner code in the match field, 'J'
      * DRIVER.JRNL for the step whose name starts with the match
      * field), the deadline as hhmm so many days after the
      * processing date, and the days it is owed on, sunday first,
      * 'Y' for a day the commitment stands - all blank is every
      * day.  a line starting '*' is a comment
       01 dc-record.
           02 dc-consumer pic X(12).
           02 dc-file-name pic X(20).
           02 dc-source pic X(1).
               88 dc-from-random-feed value 'R'.
               88 dc-from-finance-feed value 'F'.
               88 dc-from-syndicate-feed value 'S'.
               88 dc-from-journal value 'J'.
           02 dc-match pic X(30).
           02 dc-deadline pic X(4).
           02 dc-day-offset pic X(1).
           02 dc-days pic X(7).
