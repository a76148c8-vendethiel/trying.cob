      * prize fulfilment master (PRIZEFUL.DAT), one row per prize
      * won, keyed by draw month and rank.  prize-fulfil takes the
      * winners in from PRIZEWIN.yyyymm, prints the letters, lapses
      * the unclaimed and redraws them; prize-maint posts what the
      * prize desk does by hand.  a redrawn prize is a row of its
      * own at the month's next rank, tied to the forfeited one by
      * the replaces / replaced-by ranks, so the register shows the
      * whole trail.  dates are yyyymmdd, spaces until they happen
       01 pf-record.
           02 pf-month pic X(6).
           02 pf-rank pic 9(2).
           02 pf-entrant-id pic X(8).
           02 pf-status pic X(1).
               88 pf-won value 'W'.
               88 pf-notified value 'N'.
               88 pf-claimed value 'C'.
               88 pf-dispatched value 'D'.
               88 pf-returned value 'R'.
               88 pf-forfeited value 'F'.
           02 pf-drawn-date pic X(8).
           02 pf-notified-date pic X(8).
           02 pf-claim-deadline pic X(8).
           02 pf-claimed-date pic X(8).
           02 pf-dispatched-date pic X(8).
           02 pf-returned-date pic X(8).
           02 pf-forfeited-date pic X(8).
           02 pf-replaces-rank pic 9(2).
           02 pf-replaced-by-rank pic 9(2).
           02 pf-note pic X(30).
           02 pf-updated-by pic X(8).
