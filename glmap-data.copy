      * general-ledger mapping (GLMAP.DAT), agreed with the finance
      * controller: which ledger accounts an entry's money is
      * debited and credited to, by the entry's source ('T' tally
      * posting, 'S' standing entry, blank for operator-keyed) and
      * its payee's category.  '*' in either column matches
      * anything and the most specific row wins.  a line starting
      * '#' is a comment
       01 gm-record.
           02 gm-source pic X(1).
           02 gm-category pic X(4).
           02 gm-debit-account pic X(8).
           02 gm-credit-account pic X(8).
           02 gm-description pic X(30).
