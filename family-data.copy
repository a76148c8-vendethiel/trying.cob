      * word family master (WORDFAM.DAT): one row per inflected form
      * naming the root it belongs to - CATS, CATTED and CATTING all
      * point at CAT, and the root itself carries no row.  kept in
      * word order by dico-maint's link and unlink transactions, so
      * a family is never more than one step from its root
       01 fm-record.
           02 fm-word pic A(25).
           02 fm-root pic A(25).
           02 fm-linked-by pic X(8).
           02 fm-linked-date pic X(8).
