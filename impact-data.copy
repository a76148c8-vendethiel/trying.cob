      * dictionary change impact rows (DICOIMP.DAT), rewritten by
      * each dico-impact run: one row per record elsewhere that
      * refers to a word a waiting delete or change would remove -
      * the transaction, where it is waiting, the dependent file
      * and what in it refers to the word
       01 im-record.
           02 im-code pic A(1).
           02 im-word pic A(25).
           02 im-new-word pic A(25).
           02 im-source pic X(20).
           02 im-file pic X(20).
           02 im-detail pic X(50).
