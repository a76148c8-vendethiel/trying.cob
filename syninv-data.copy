      * syndication invoices issued (SYNDINV.DAT), one row per
      * partner per month.  a rerun of the month replaces its rows
      * but keeps the invoice numbers already given out, so a
      * statement reprinted is the same invoice, not a second one
       01 si-record.
           02 si-month pic X(6).
           02 si-partner pic X(8).
           02 si-number pic 9(6).
           02 si-billed pic 9(4).
           02 si-resent pic 9(4).
           02 si-unrated pic 9(4).
           02 si-charges pic 9(7)v99.
           02 si-minimum-adj pic 9(7)v99.
           02 si-total pic 9(7)v99.
           02 si-run-date pic X(8).
