      * nightly step definitions (STEPDEF.DAT), one line per step in
      * run order: step number, program, display name, schedule
      * class, the highest predecessor return code the step
      * tolerates, and up to six predecessor step numbers (00
      * unused).  a new step is a new line here rather than a driver
      * change; a line that does not start with a step number is a
      * comment.  with no file on disk the driver falls back to its
      * built-in chain, each step hanging off the one before it at
      * 00 - the old stop-at-the-first-failure shape
       01 sd-record.
           02 sd-step pic 9(2).
           02 sd-program pic X(20).
           02 sd-step-name pic X(30).
           02 sd-sched pic X(1).
           02 sd-max-pred-rc pic 9(2).
           02 sd-pred pic 9(2) occurs 6 times.
