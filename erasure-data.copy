      * erasure requests (ERASURE.DAT), one row per reader asking
      * for their details to be deleted.  entrant-maint logs the
      * request on the day the letter arrived, with the deadline the
      * data-protection rules give; entrant-erase carries it out in
      * every contest file and prints the certificate.  the entrant
      * ID is put back here as the surrogate once the request is
      * done, so this file cannot tie the surrogate to the person
       78  er-days-allowed value 30.
       01 er-record.
           02 er-request-no pic 9(6).
           02 er-entrant-id pic X(8).
           02 er-received-date pic X(8).
           02 er-deadline-date pic X(8).
           02 er-status pic X(1).
               88 er-pending value 'P'.
               88 er-complete value 'C'.
               88 er-nothing-held value 'N'.
           02 er-completed-date pic X(8).
           02 er-surrogate-id pic X(8).
           02 er-logged-by pic X(8).
           02 er-rows-changed pic 9(5).
