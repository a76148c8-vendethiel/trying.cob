      * syndication rate card (SYNDRATE.DAT), kept by hand beside
      * PARTNER.DAT.  an 'E' row is the charge for one edition's
      * feed on one day in one format - edition blank is the
      * default daily edition, format blank the standard sheet; an
      * 'M' row is the least a partner pays in a month whatever was
      * sent.  a partner blank row is the house rate, charged to any
      * partner without a row of its own
       01 sr-record.
           02 sr-partner pic X(8).
           02 sr-kind pic X(1).
               88 sr-edition-rate value 'E'.
               88 sr-minimum-fee value 'M'.
           02 sr-edition pic X(2).
           02 sr-format pic X(1).
           02 sr-amount pic 9(5)v99.
