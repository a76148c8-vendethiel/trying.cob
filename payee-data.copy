      * payee reference master (PAYEE.DAT): one row per payee id,
      * with the name finance has the payee registered under.  the
      * check digit is quoted with the id wherever it is keyed, so
      * a slipped or transposed digit is refused at the desk
       01 py-record.
           02 py-id pic 9(8).
           02 py-name pic X(20).
           02 py-status pic X(1).
               88 py-active value 'A'.
               88 py-inactive value 'I'.
           02 py-check-digit pic 9(1).
           02 py-added-date pic X(8).
           02 py-changed-date pic X(8).
      * finance's payee category, which picks the ledger accounts
      * the payee's money posts to (GLMAP.DAT)
           02 py-category pic X(4).
