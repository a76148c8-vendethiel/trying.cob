      * editorial plan (EDPLAN.DAT), one row per publication and
      * date, kept months ahead by plan-maint against the working
      * calendar and turned into PUZZLE.DAT control records a week
      * at a time by plan-generate.  the format, theme, language and
      * grid size carry straight onto the control record; the band
      * is the grade the picked subject must estimate at (blank
      * takes any), and the note is the special-edition brief the
      * desk sees on the review report.  rows are kept in date then
      * publication order
       01 ep-record.
           02 ep-publication pic X(2).
           02 ep-date pic X(8).
           02 ep-format pic X(1).
               88 ep-anagram value 'A' ' '.
               88 ep-pyramid value 'P'.
               88 ep-crossword value 'X'.
               88 ep-word-search value 'W'.
               88 ep-numeronym value 'N'.
           02 ep-theme pic X(8).
           02 ep-difficulty pic X(1).
               88 ep-any-band value ' '.
               88 ep-easy value 'E'.
               88 ep-medium value 'M'.
               88 ep-hard value 'H'.
           02 ep-language pic X(2).
           02 ep-grid-size pic X(2).
           02 ep-note pic X(40).
           02 ep-planned-by pic X(8).
           02 ep-planned-date pic X(8).
