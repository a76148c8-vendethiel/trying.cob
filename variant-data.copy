      * spelling variant cross-reference (VARIANT.DAT): one row per
      * accepted alternative spelling, naming the headword spelling
      * it stands for - COLOR against COLOUR, ORGANIZE against
      * ORGANISE.  the language code is the word master's own:
      * blank is the primary language, and each second-language
      * dictionary keeps its regional spellings under its own code
       01 vr-record.
           02 vr-language pic X(2).
           02 vr-word pic A(25).
           02 vr-variant pic A(25).
